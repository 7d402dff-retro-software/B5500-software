000800  EVERYTHING PRINTS TO PRINTER DISK BACKUP FILES - LOGDUMP,             00
000900  DIRECTY, OPSUMRY, INVLIST, SOLTLIST, AUDRPT AND THE REST -            00
001000  AND WHEN THE PRINTER JAMS OR A PAGE IS RUINED WHOLE FILES             00
001100  WERE REPRINTED BY HAND. THIS MANAGER HAS SIX MODES -                  00
001200     L  LISTS THE KNOWN BACKUP PRINT FILES PRESENT ON DISK              00
001300        (FROM THE SHARED DIREXT EXTRACT) WITH THEIR DECLARED            00
001400        SEGMENTS AND CREATION DATES, AND                                00
001900  IN R MODE THE OPERATOR KEYS THE FILE ID AND THE FROM AND              00
002000  THRU PAGE NUMBERS (4 DIGITS - 0000 THRU MEANS TO THE END).            00
002100  THE PROGRAM BINDS BACKUPF TO THE NAMED FILE ITSELF.                   00
002101                                                                        00
002102  WHO GETS WHICH REPORT IS KEPT IN THE DISTRIBUTION FILE RPTDIST,       00
002103  A CARD-IMAGE FILE KEPT LIKE RUNCAL, ONE CARD PER REPORT AND           00
002104  RECIPIENT -                                                           00
002105     COLS 1-7    REPORT - THE BACKUP PRINT FILE ID                      00
002106     COLS 9-28   RECIPIENT                                              00
002107     COLS 30-35  DELIVERY BIN                                           00
002108     COLS 37-38  COPIES (BLANK OR ZERO IS ONE)                          00
002109     COL 40      HOW OFTEN - D, W, K, M OR S AS IN RUNCAL               00
002110     COLS 42-47  THE DAY FOR K (MON THRU SUN), THE DATE YYMMDD          00
002111                 FOR S, ELSE BLANK                                      00
002112  TWO MORE MODES WORK FROM IT, FOR A REPORT DATE KEYED AS YYMMDD        00
002113  (BLANK FOR TODAY) -                                                   00
002114     D  DISTRIBUTES ONE NAMED REPORT TO EVERY RECIPIENT ON FILE,        00
002115        OR, FOR ALL, EVERY REPORT DUE ON THE REPORT DATE THAT IS        00
002116        ON DISK WITH A CREATION DATE NO EARLIER. EACH RECIPIENT         00
002117        GETS A BANNER PAGE NAMING THE BIN, THEN THE COPIES, AND         00
002118        EACH DELIVERY IS ADDED TO THE DELIVERY LOG RPTDLOG              00
002119        (DATE, TIME, REPORT, RECIPIENT, BIN, COPIES, PAGES).            00
002120     E  LISTS ON THE SPO EVERY REPORT DUE ON THE REPORT DATE            00
002121        THAT IS NOT YET ON DISK WITH A CREATION DATE NO EARLIER,        00
002122        SO A MISSING REPORT IS CHASED BEFORE ITS RECIPIENTS             00
002123        CALL. RUN DIREXTR FIRST.                                        00
002124  DUE DAYS ARE WORKED OUT AS RUNSCHED WORKS THEM - SHOP HOLIDAYS        00
002125  AND FISCAL MONTH ENDS COME FROM FISCCAL. A CARD WITH A BAD            00
002126  FREQUENCY, DAY OR DATE IS NEVER DUE AND IS NAMED ON THE SPO.          00
002127  THE IN-CORE TABLE HOLDS 100 RPTDIST CARDS.                            00
002128                                                                        00
002129  BACKUP PRINT FILES AGE OFF DISK, SO TWO MODES KEEP THEM ON            00
002130  TAPE -                                                                00
002131     A  ARCHIVES ONE NAMED BACKUP FILE, OR ALL OF THE KNOWN ONES        00
002132        ON DISK, TO A LABELLED ARCHIVE REEL (RPTARC) BEFORE THEY        00
002133        ARE REMOVED. A FILE WHOSE CREATION DATE IS ALREADY IN THE       00
002134        INDEX IS NOT ARCHIVED AGAIN. THE REEL IS DRAWN FROM THE         00
002135        VOLCAT SCRATCH POOL AND CATALOGUED UNDER FILE ID RPTARC         00
002136        WITH A SAVE FACTOR OF 366 DAYS. EACH REPORT ON THE REEL IS      00
002137        A HEADER RECORD (REPORT, CREATION DATE, FILE NUMBER ON THE      00
002138        REEL) FOLLOWED BY ITS RECORDS AS THEY STOOD ON DISK, AND        00
002139        AN END RECORD CLOSES THE REEL. EVERY REPORT WRITTEN IS          00
002140        ADDED TO THE ARCHIVE INDEX RPTINDX -                            00
002141           COLS 1-7    REPORT                                           00
002142           COLS 9-13   CREATION DATE YYDDD (AS IN DIREXT)               00
002143           COLS 15-19  PAGES                                            00
002144           COLS 21-27  LINES                                            00
002145           COLS 29-34  REEL SERIAL                                      00
002146           COLS 36-37  FILE NUMBER ON THE REEL                          00
002147           COLS 39-44  DATE ARCHIVED MMDDYY                             00
002148     T  REPRINTS AN ARCHIVED REPORT FROM TAPE. THE OPERATOR KEYS        00
002149        THE REPORT AND ITS REPORT DATE YYMMDD (BLANK FOR THE            00
002150        LATEST ARCHIVED), IS TOLD WHICH REEL TO MOUNT AND FROM          00
002151        WHICH RACK,                                                     00
002152        THEN KEYS THE FROM AND THRU PAGES AS IN R MODE. PAGES ARE       00
002153        FOUND FROM THE SAME CHANNEL-1 SKIPS.                            00
002200                                                                        00
002300                                                                        00
002400 IDENTIFICATION DIVISION.                                         BKPRNT00
002600 DATE-COMPILED.                                                   BKPRNT00
002700 REMARKS. LISTS THE BACKUP PRINT FILES PRESENT ON DISK AND        BKPRNT00
002800     REPRINTS A CHOSEN FILE FROM PAGE N TO PAGE M USING THE       BKPRNT00
002810     CHANNEL-1 SKIPS ALREADY WRITTEN IN THE FILE, DISTRIBUTES     BKPRNT00
002820     REPORTS TO THEIR RECIPIENTS FROM THE RPTDIST FILE AND LISTS  BKPRNT00
002830     REPORTS DUE BUT NOT YET PRODUCED, ARCHIVES BACKUP FILES TO   BKPRNT00
002840     AN INDEXED TAPE AND REPRINTS THEM FROM IT.                   BKPRNT00
003000 ENVIRONMENT DIVISION.                                            BKPRNT00
003100 CONFIGURATION SECTION.                                           BKPRNT00
003200 SOURCE-COMPUTER. B-5500.                                         BKPRNT00
003300 OBJECT-COMPUTER. B-5500.                                         BKPRNT00
003400 INPUT-OUTPUT SECTION.                                            BKPRNT00
003500 FILE-CONTROL.                                                    BKPRNT00
003510     SELECT DIR-EXTRACT ASSIGN TO DISK                            BKPRNT00
003520         FILE STATUS IS DIR-FILE-STATUS.                          BKPRNT00
003700     SELECT BACKUP-IN   ASSIGN TO DISK.                           BKPRNT00
003800     SELECT PRINT-OUT   ASSIGN TO PRINTER.                        BKPRNT00
003810     SELECT RPT-DIST    ASSIGN TO DISK                            BKPRNT00
003820         FILE STATUS IS DIST-FILE-STATUS.                         BKPRNT00
003830     SELECT FISC-CAL    ASSIGN TO DISK                            BKPRNT00
003840         FILE STATUS IS FISC-FILE-STATUS.                         BKPRNT00
003850     SELECT DIST-LOG    ASSIGN TO DISK                            BKPRNT00
003860         FILE STATUS IS LOG-FILE-STATUS.                          BKPRNT00
003861     SELECT ARCH-TAPE   ASSIGN TO TAPE.                           BKPRNT00
003862     SELECT RPT-INDEX   ASSIGN TO DISK                            BKPRNT00
003863         FILE STATUS IS INDX-FILE-STATUS.                         BKPRNT00
003864     SELECT VOL-CATALOG ASSIGN TO DISK                            BKPRNT00
003865         FILE STATUS IS VOL-STATUS.                               BKPRNT00
003900 DATA DIVISION.                                                   BKPRNT00
004000 FILE SECTION.                                                    BKPRNT00
004100 MD  DIR-EXTRACT                                                  BKPRNT00
006600     VALUE OF ID IS "REPRINT"                                     BKPRNT00
006700     DATA RECORD IS PRT-REC.                                      BKPRNT00
006800 01  PRT-REC         SZ 132.                                      BKPRNT00
006801 MD  RPT-DIST                                                     BKPRNT00
006802     ACCESS SEQUENTIAL                                            BKPRNT00
006803     BLOCK CONTAINS 1 RECORDS                                     BKPRNT00
006804     VALUE OF ID "RPTDIST"                                        BKPRNT00
006805     DATA RECORD RD-REC.                                          BKPRNT00
006806 01  RD-REC          SZ 80.                                       BKPRNT00
006807     05  RD-REPORT       PC X(7).                                 BKPRNT00
006808     05  FILLER          SZ 1.                                    BKPRNT00
006809     05  RD-RECIPIENT    PC X(20).                                BKPRNT00
006810     05  FILLER          SZ 1.                                    BKPRNT00
006811     05  RD-BIN          PC X(6).                                 BKPRNT00
006812     05  FILLER          SZ 1.                                    BKPRNT00
006813     05  RD-COPIES       PC X(2).                                 BKPRNT00
006814     05  RD-COPIES-N REDEFINES RD-COPIES PC 99.                   BKPRNT00
006815     05  FILLER          SZ 1.                                    BKPRNT00
006816     05  RD-FREQ         PC X.                                    BKPRNT00
006817     05  FILLER          SZ 1.                                    BKPRNT00
006818     05  RD-PARM         PC X(6).                                 BKPRNT00
006819     05  FILLER          SZ 33.                                   BKPRNT00
006820 MD  FISC-CAL                                                     BKPRNT00
006821     ACCESS SEQUENTIAL                                            BKPRNT00
006822     BLOCK CONTAINS 1 RECORDS                                     BKPRNT00
006823     VALUE OF ID "FISCCAL"                                        BKPRNT00
006824     DATA RECORD FISC-REC.                                        BKPRNT00
006825 01  FISC-REC        SZ 80.                                       BKPRNT00
006826     05  FC-TYPE         PC X.                                    BKPRNT00
006827     05  FILLER          SZ 1.                                    BKPRNT00
006828     05  FC-YEAR         PC 99.                                   BKPRNT00
006829     05  FILLER          SZ 1.                                    BKPRNT00
006830     05  FC-PERIOD       PC 99.                                   BKPRNT00
006831     05  FILLER          SZ 1.                                    BKPRNT00
006832     05  FC-START        PC 9(6).                                 BKPRNT00
006833     05  FILLER          SZ 1.                                    BKPRNT00
006834     05  FC-END          PC 9(6).                                 BKPRNT00
006835     05  FILLER          SZ 59.                                   BKPRNT00
006836 MD  DIST-LOG                                                     BKPRNT00
006837     ACCESS SEQUENTIAL                                            BKPRNT00
006838     BLOCK CONTAINS 1 RECORDS                                     BKPRNT00
006839     VALUE OF ID "RPTDLOG"                                        BKPRNT00
006840     DATA RECORD DG-REC.                                          BKPRNT00
006841 01  DG-REC          SZ 80.                                       BKPRNT00
006842     05  DG-DATE         PC 9(6).                                 BKPRNT00
006843     05  FILLER          SZ 1.                                    BKPRNT00
006844     05  DG-TIME         PC 9(4).                                 BKPRNT00
006845     05  FILLER          SZ 1.                                    BKPRNT00
006846     05  DG-REPORT       PC X(7).                                 BKPRNT00
006847     05  FILLER          SZ 1.                                    BKPRNT00
006848     05  DG-RECIPIENT    PC X(20).                                BKPRNT00
006849     05  FILLER          SZ 1.                                    BKPRNT00
006850     05  DG-BIN          PC X(6).                                 BKPRNT00
006851     05  FILLER          SZ 1.                                    BKPRNT00
006852     05  DG-COPIES       PC 99.                                   BKPRNT00
006853     05  FILLER          SZ 1.                                    BKPRNT00
006854     05  DG-PAGES        PC 9(5).                                 BKPRNT00
006855     05  FILLER          SZ 1.                                    BKPRNT00
006856     05  DG-REPORT-DATE  PC 9(6).                                 BKPRNT00
006857     05  FILLER          SZ 17.                                   BKPRNT00
006858 FD  ARCH-TAPE                                                    BKPRNT00
006859     BLOCK CONTAINS 10 RECORDS                                    BKPRNT00
006860     RECORD CONTAINS 133 CHARACTERS                               BKPRNT00
006861     LABEL RECORD IS STANDARD                                     BKPRNT00
006862     VALUE OF ID IS "RPTARC"    SAVE-FACTOR 366                   BKPRNT00
006863     DATA RECORDS ARE AT-REC AT-HEAD.                             BKPRNT00
006864 01  AT-REC.                                                      BKPRNT00
006865     05  AT-CTL          PC X.                                    BKPRNT00
006866     05  AT-LINE         PC X(132).                               BKPRNT00
006867 01  AT-HEAD.                                                     BKPRNT00
006868     05  AH-CTL          PC X.                                    BKPRNT00
006869     05  AH-TAG          PC X(6).                                 BKPRNT00
006870     05  FILLER          SZ 1.                                    BKPRNT00
006871     05  AH-REPORT       PC X(7).                                 BKPRNT00
006872     05  FILLER          SZ 1.                                    BKPRNT00
006873     05  AH-CREATION     PC 9(5).                                 BKPRNT00
006874     05  FILLER          SZ 1.                                    BKPRNT00
006875     05  AH-POS          PC 99.                                   BKPRNT00
006876     05  FILLER          SZ 1.                                    BKPRNT00
006877     05  AH-DATE         PC 9(6).                                 BKPRNT00
006878     05  FILLER          SZ 102.                                  BKPRNT00
006879 MD  RPT-INDEX                                                    BKPRNT00
006880     ACCESS SEQUENTIAL                                            BKPRNT00
006881     BLOCK CONTAINS 1 RECORDS                                     BKPRNT00
006882     VALUE OF ID "RPTINDX"                                        BKPRNT00
006883     DATA RECORD RX-REC.                                          BKPRNT00
006884 01  RX-REC          SZ 80.                                       BKPRNT00
006885     05  RX-REPORT       PC X(7).                                 BKPRNT00
006886     05  FILLER          SZ 1.                                    BKPRNT00
006887     05  RX-CREATION     PC 9(5).                                 BKPRNT00
006888     05  FILLER          SZ 1.                                    BKPRNT00
006889     05  RX-PAGES        PC 9(5).                                 BKPRNT00
006890     05  FILLER          SZ 1.                                    BKPRNT00
006891     05  RX-LINES        PC 9(7).                                 BKPRNT00
006892     05  FILLER          SZ 1.                                    BKPRNT00
006893     05  RX-SERIAL       PC X(6).                                 BKPRNT00
006894     05  FILLER          SZ 1.                                    BKPRNT00
006895     05  RX-POS          PC 99.                                   BKPRNT00
006896     05  FILLER          SZ 1.                                    BKPRNT00
006897     05  RX-DATE         PC 9(6).                                 BKPRNT00
006898     05  FILLER          SZ 36.                                   BKPRNT00
006899 MD  VOL-CATALOG                                                  BKPRNT00
006900     ACCESS SEQUENTIAL                                            BKPRNT00
006901     BLOCK CONTAINS 1 RECORDS                                     BKPRNT00
006902     VALUE OF ID "VOLCAT"                                         BKPRNT00
006903     DATA RECORD VC-REC.                                          BKPRNT00
006904 01  VC-REC          SZ 80.                                       BKPRNT00
006905     05  VC-SERIAL       PC X(6).                                 BKPRNT00
006906     05  FILLER          SZ 1.                                    BKPRNT00
006907     05  VC-FILE-ID      PC X(8).                                 BKPRNT00
006908     05  FILLER          SZ 1.                                    BKPRNT00
006909     05  VC-PROGRAM      PC X(8).                                 BKPRNT00
006910     05  FILLER          SZ 1.                                    BKPRNT00
006911     05  VC-DATE         PC 9(6).                                 BKPRNT00
006912     05  FILLER          SZ 1.                                    BKPRNT00
006913     05  VC-SAVE         PC 9(3).                                 BKPRNT00
006914     05  FILLER          SZ 28.                                   BKPRNT00
006915     05  VC-POOL         PC X.                                    BKPRNT00
006916     05  FILLER          SZ 1.                                    BKPRNT00
006917     05  VC-RACK         PC X(5).                                 BKPRNT00
006918     05  FILLER          SZ 1.                                    BKPRNT00
006919     05  VC-LOC          PC X.                                    BKPRNT00
006920     05  FILLER          SZ 1.                                    BKPRNT00
006921     05  VC-CLASS        PC X.                                    BKPRNT00
006922     05  FILLER          SZ 6.                                    BKPRNT00
006923 WORKING-STORAGE SECTION.                                         BKPRNT00
007000 77  RUN-MODE                PC X.                                BKPRNT00
007100 77  FILE-ID-ENTRY           PC X(7).                             BKPRNT00
007200 77  FROM-PAGE               PC 9(4).                             BKPRNT00
007500 77  LINES-OUT       VA 0    CMP-1   PC 9(6).                     BKPRNT00
007600 77  KT-IX                   CMP-1   PC 99.                       BKPRNT00
007700 77  FOUND-CNT       VA 0    CMP-1   PC 99.                       BKPRNT00
007701 77  DIR-FILE-STATUS VA SPACE        PC X(2).                     BKPRNT00
007702 77  DIST-FILE-STATUS VA SPACE       PC X(2).                     BKPRNT00
007703 77  FISC-FILE-STATUS VA SPACE       PC X(2).                     BKPRNT00
007704 77  LOG-FILE-STATUS VA SPACE        PC X(2).                     BKPRNT00
007705 77  REPORT-ENTRY            PC X(7).                             BKPRNT00
007706 77  DATE-IN-X               PC X(6).                             BKPRNT00
007707 77  RUN-YMD         CMP-1   PC 9(6).                             BKPRNT00
007708 77  RUN-MDY         CMP-1   PC 9(6).                             BKPRNT00
007709 77  RUN-JULIAN      CMP-1   PC 9(5).                             BKPRNT00
007710 77  DT-CNT          VA 0    CMP-1   PC 999.                      BKPRNT00
007711 77  CX              CMP-1   PC 999.                              BKPRNT00
007712 77  CY              CMP-1   PC 999.                              BKPRNT00
007713 77  CHIT            CMP-1   PC 999.                              BKPRNT00
007714 77  DX              CMP-1   PC 9.                                BKPRNT00
007715 77  DHIT            CMP-1   PC 9.                                BKPRNT00
007716 77  DAY-IX          CMP-1   PC 9.                                BKPRNT00
007717 77  COPY-IX         CMP-1   PC 99.                               BKPRNT00
007718 77  FISC-SW         VA 0    CMP-1   PC 9.                        BKPRNT00
007719 77  FISC-END-SW     VA 0    CMP-1   PC 9.                        BKPRNT00
007720 77  MONTH-END-SW    VA 0    CMP-1   PC 9.                        BKPRNT00
007721 77  HOLIDAY-SW      VA 0    CMP-1   PC 9.                        BKPRNT00
007722 77  DATE-OK-SW      VA 0    CMP-1   PC 9.                        BKPRNT00
007723 77  MONTH-END       CMP-1   PC 99.                               BKPRNT00
007724 77  DAY-NO          CMP-1   PC 9(6).                             BKPRNT00
007725 77  TIME-HOLD       CMP-1   PC 9(8).                             BKPRNT00
007726 77  DELIV-HH        CMP-1   PC 99.                               BKPRNT00
007727 77  DELIV-MM        CMP-1   PC 99.                               BKPRNT00
007728 77  DELIV-TIME      CMP-1   PC 9(4).                             BKPRNT00
007729 77  COPY-PAGES      CMP-1   PC 9(5).                             BKPRNT00
007730 77  DELIV-CNT       VA 0    CMP-1   PC 999.                      BKPRNT00
007731 77  SHEET-CNT       VA 0    CMP-1   PC 9(4).                     BKPRNT00
007732 77  DUE-CNT         VA 0    CMP-1   PC 999.                      BKPRNT00
007733 77  MISSING-CNT     VA 0    CMP-1   PC 999.                      BKPRNT00
007734 77  BAD-CNT         VA 0    CMP-1   PC 999.                      BKPRNT00
007735 01  DAY-WORK.                                                    BKPRNT00
007736     05  DN-DATE             PC 9(6).                             BKPRNT00
007737 01  DAY-PARTS REDEFINES DAY-WORK.                                BKPRNT00
007738     05  DN-YY               PC 99.                               BKPRNT00
007739     05  DN-MM               PC 99.                               BKPRNT00
007740     05  DN-DD               PC 99.                               BKPRNT00
007741 01  DAY-WORK-X REDEFINES DAY-WORK.                               BKPRNT00
007742     05  DN-DATE-X           PC X(6).                             BKPRNT00
007743 01  RUN-DATE-WORK.                                               BKPRNT00
007744     05  RD-YMD              PC 9(6).                             BKPRNT00
007745 01  RUN-DATE-X REDEFINES RUN-DATE-WORK.                          BKPRNT00
007746     05  RD-YMD-X            PC X(6).                             BKPRNT00
007747 01  MONTH-DAYS-SET.                                              BKPRNT00
007748     05  FILLER  PC X(24) VA "312831303130313130313031".          BKPRNT00
007749 01  MONTH-DAYS-TBL REDEFINES MONTH-DAYS-SET.                     BKPRNT00
007750     05  MD-DAYS     OC 12   PC 99.                               BKPRNT00
007751 01  CUM-DAYS-SET.                                                BKPRNT00
007752     05  FILLER  PC X(18) VA "000031059090120151".                BKPRNT00
007753     05  FILLER  PC X(18) VA "181212243273304334".                BKPRNT00
007754 01  CUM-DAYS-TBL REDEFINES CUM-DAYS-SET.                         BKPRNT00
007755     05  CUM-DAYS    OC 12   PC 999.                              BKPRNT00
007756 01  DAY-NAME-SET.                                                BKPRNT00
007757     05  FILLER  PC X(21) VA "SATSUNMONTUEWEDTHUFRI".             BKPRNT00
007758 01  DAY-NAME-TBL REDEFINES DAY-NAME-SET.                         BKPRNT00
007759     05  DAY-NAME    OC 7    PC X(3).                             BKPRNT00
007760 01  DIST-TABLE.                                                  BKPRNT00
007761     05  DT-ENTRY  OC 100.                                        BKPRNT00
007762         10  DT-REPORT       PC X(7).                             BKPRNT00
007763         10  DT-RECIPIENT    PC X(20).                            BKPRNT00
007764         10  DT-BIN          PC X(6).                             BKPRNT00
007765         10  DT-COPIES       PC 99.                               BKPRNT00
007766         10  DT-FREQ         PC X.                                BKPRNT00
007767         10  DT-PARM.                                             BKPRNT00
007768             15  DT-PARM-DAY     PC X(3).                         BKPRNT00
007769             15  FILLER          PC X(3).                         BKPRNT00
007770         10  DT-DUE          PC X.                                BKPRNT00
007771         10  DT-ON-DISK      PC X.                                BKPRNT00
007772         10  DT-MADE         PC X.                                BKPRNT00
007773 01  BANNER-RULE     SZ 132.                                      BKPRNT00
007774     05  FILLER  PC X(40) VA                                      BKPRNT00
007775         "****************************************".              BKPRNT00
007776     05  FILLER  PC X(40) VA                                      BKPRNT00
007777         "****************************************".              BKPRNT00
007778     05  FILLER      SZ 52    VA SPACE.                           BKPRNT00
007779 01  BANNER-LINE     SZ 132.                                      BKPRNT00
007780     05  FILLER  PC X(4)  VA "**  ".                              BKPRNT00
007781     05  BL-LABEL    PC X(12).                                    BKPRNT00
007782     05  BL-TEXT     PC X(20).                                    BKPRNT00
007783     05  FILLER      SZ 40    VA SPACE.                           BKPRNT00
007784     05  FILLER  PC X(4)  VA "  **".                              BKPRNT00
007785     05  FILLER      SZ 52    VA SPACE.                           BKPRNT00
007786 01  BANNER-DATE.                                                 BKPRNT00
007787     05  BD-MM               PC 99.                               BKPRNT00
007788     05  FILLER              PC X     VA "/".                     BKPRNT00
007789     05  BD-DD               PC 99.                               BKPRNT00
007790     05  FILLER              PC X     VA "/".                     BKPRNT00
007791     05  BD-YY               PC 99.                               BKPRNT00
007792     05  FILLER              PC X(12) VA SPACE.                   BKPRNT00
007793 01  BANNER-COUNT.                                                BKPRNT00
007794     05  BC-COPIES           PC Z9.                               BKPRNT00
007795     05  FILLER              PC X(18) VA SPACE.                   BKPRNT00
007796 77  INDX-FILE-STATUS VA SPACE       PC X(2).                     BKPRNT00
007797 77  VOL-STATUS      VA SPACE        PC X(2).                     BKPRNT00
007798 77  AR-CNT          VA 0    CMP-1   PC 99.                       BKPRNT00
007799 77  AX              CMP-1   PC 99.                               BKPRNT00
007800 77  AR-LINES        CMP-1   PC 9(7).                             BKPRNT00
007801 77  TAPE-POS        VA 0    CMP-1   PC 99.                       BKPRNT00
007802 77  LEFT-CNT        VA 0    CMP-1   PC 99.                       BKPRNT00
007803 77  WANT-JULIAN     VA 0    CMP-1   PC 9(5).                     BKPRNT00
007804 77  HIT-CNT         VA 0    CMP-1   PC 999.                      BKPRNT00
007805 77  HIT-SERIAL              PC X(6).                             BKPRNT00
007806 77  HIT-POS                 PC 99.                               BKPRNT00
007807 77  HIT-CREATION    VA 0    PC 9(5).                             BKPRNT00
007808 77  HIT-PAGES               PC 9(5).                             BKPRNT00
007809 01  ARCH-TABLE.                                                  BKPRNT00
007810     05  AR-ENTRY  OC 12.                                         BKPRNT00
007811         10  AR-REPORT       PC X(7).                             BKPRNT00
007812         10  AR-CREATION     PC 9(5).                             BKPRNT00
007813         10  AR-PAGES        PC 9(5).                             BKPRNT00
007814         10  AR-LINE-CNT     PC 9(7).                             BKPRNT00
007815         10  AR-POS          PC 99.                               BKPRNT00
007816         10  AR-STATE        PC X.                                BKPRNT00
007817 77  VOL-SERIAL-IN           PC X(6).                             BKPRNT00
007818 77  VOL-FILE-ID  VA "RPTARC  " PC X(8).                          BKPRNT00
007819 77  VOL-PROGRAM  VA "BKPRINT " PC X(8).                          BKPRNT00
007820 77  VOL-SAVE     VA 366        PC 9(3).                          BKPRNT00
007821 77  VOL-CLASS    VA SPACE      PC X.                             BKPRNT00
007822 77  VOL-RACK     VA SPACES     PC X(5).                          BKPRNT00
007823 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             BKPRNT00
007824 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             BKPRNT00
007825 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             BKPRNT00
007826 77  VOL-HOLD-FILE              PC X(8).                          BKPRNT00
007827 77  VOL-HOLD-DATE              PC 9(6).                          BKPRNT00
007828 77  VOL-HOLD-SAVE              PC 9(3).                          BKPRNT00
007829 77  VOL-HOLD-POOL              PC X.                             BKPRNT00
007830 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          BKPRNT00
007831 77  VOL-EXP-NO         CMP-1   PC 9(8).                          BKPRNT00
007832 77  VOL-DOY            CMP-1   PC 9(4).                          BKPRNT00
007833 77  VOL-YY             CMP-1   PC 99.                            BKPRNT00
007834 77  VOL-MM             CMP-1   PC 99.                            BKPRNT00
007835 77  VOL-MX             CMP-1   PC 99.                            BKPRNT00
007836 77  VOL-EXPIRES                PC 9(6).                          BKPRNT00
007837 77  VOL-EXP-EDIT               PC 99/99/99.                      BKPRNT00
007838 01  VOL-DATE-WORK.                                               BKPRNT00
007839     05  VOL-DW-MM              PC 99.                            BKPRNT00
007840     05  VOL-DW-DD              PC 99.                            BKPRNT00
007841     05  VOL-DW-YY              PC 99.                            BKPRNT00
007842 01  VOL-CUM-SET.                                                 BKPRNT00
007843     05  FILLER  PC X(18) VA "000031059090120151".                BKPRNT00
007844     05  FILLER  PC X(18) VA "181212243273304334".                BKPRNT00
007845 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           BKPRNT00
007846     05  VOL-CUM-DAYS   OC 12   PC 999.                           BKPRNT00
007847 01  KNOWN-TABLE.                                                 BKPRNT00
007900     05  FILLER  PC X(7)  VA "LOGDUMP".                           BKPRNT00
008000     05  FILLER  PC X(7)  VA "DIRECTY".                           BKPRNT00
008100     05  FILLER  PC X(7)  VA "OPSUMRY".                           BKPRNT00
008600     05  FILLER  PC X(7)  VA "SRCCOMP".                           BKPRNT00
008700     05  FILLER  PC X(7)  VA "DICTLIS".                           BKPRNT00
008800     05  FILLER  PC X(7)  VA "LISTING".                           BKPRNT00
008810     05  FILLER  PC X(7)  VA "RPTLIST".                           BKPRNT00
008815     05  FILLER  PC X(7)  VA "RUNLIST".                           BKPRNT00
008900 01  KNOWN-R REDEFINES KNOWN-TABLE.                               BKPRNT00
009000     05  KNOWN-ID  OC 12  PC X(7).                                BKPRNT00
009100 01  FILE-CARD       SZ 38.                                       BKPRNT00
009200     05  FILLER      PC X(18)    VA "CC FILE BACKUPF = ".         BKPRNT00
009300     05  FILLER      PC X(8)     VA "0000000/".                   BKPRNT00
009500     05  FILLER      PC X(5)     VA ";END.".                      BKPRNT00
009600 PROCEDURE DIVISION.                                              BKPRNT00
009700 100-BEGIN.                                                       BKPRNT00
009710     DISPLAY "ENTER MODE - L (LIST), R (REPRINT), D (DISTRIBUTE)".BKPRNT00
009720     DISPLAY "  E (EXPECTED REPORTS NOT YET PRODUCED),".          BKPRNT00
009730     DISPLAY "  A (ARCHIVE TO TAPE) OR T (REPRINT FROM TAPE)".    BKPRNT00
009900     ACCEPT RUN-MODE.                                             BKPRNT00
010000     IF RUN-MODE = "L" GO TO 200-LIST.                            BKPRNT00
010100     IF RUN-MODE = "R" GO TO 300-REPRINT.                         BKPRNT00
010110     IF RUN-MODE = "D" GO TO 400-DISTRIBUTE.                      BKPRNT00
010120     IF RUN-MODE = "E" GO TO 500-EXPECTED.                        BKPRNT00
010130     IF RUN-MODE = "A" GO TO 700-ARCHIVE.                         BKPRNT00
010140     IF RUN-MODE = "T" GO TO 900-RETRIEVE.                        BKPRNT00
010150     DISPLAY "INVALID MODE - MUST BE L, R, D, E, A OR T".         BKPRNT00
010300     GO TO 100-BEGIN.                                             BKPRNT00
010400 200-LIST.                                                        BKPRNT00
010500     DISPLAY "BACKUP PRINT FILES ON DISK -".                      BKPRNT00
010700 210-READ.                                                        BKPRNT00
010800     READ DIR-EXTRACT AT END GO TO 220-DONE.                      BKPRNT00
010900     PERFORM 230-MATCH VARYING KT-IX FROM 1 BY 1                  BKPRNT00
011000         UNTIL KT-IX IS GREATER THAN 12.                          BKPRNT00
011100     GO TO 210-READ.                                              BKPRNT00
011200 220-DONE.                                                        BKPRNT00
011300     CLOSE DIR-EXTRACT.                                           BKPRNT00
015000     DISPLAY "PAGES REPRINTED THRU " PAGE-NOW.                    BKPRNT00
015100     DISPLAY "LINES REPRINTED " LINES-OUT.                        BKPRNT00
015200     STOP RUN.                                                    BKPRNT00
015210 400-DISTRIBUTE.                                                  BKPRNT00
015220     DISPLAY "ENTER REPORT ID TO DISTRIBUTE (NNNNNNN OR ALL)".    BKPRNT00
015230     ACCEPT REPORT-ENTRY.                                         BKPRNT00
015240     IF REPORT-ENTRY = SPACES                                     BKPRNT00
015250         DISPLAY "NO REPORT ID - RUN ENDED"                       BKPRNT00
015260         STOP RUN.                                                BKPRNT00
015270     PERFORM 600-SET-UP THRU 600X.                                BKPRNT00
015280     OPEN OUTPUT PRINT-OUT.                                       BKPRNT00
015290     PERFORM 410-DIST-ONE THRU 410X VARYING CX FROM 1 BY 1        BKPRNT00
015300         UNTIL CX IS GREATER THAN DT-CNT.                         BKPRNT00
015310     CLOSE PRINT-OUT.                                             BKPRNT00
015320     IF DELIV-CNT = 0 AND REPORT-ENTRY NOT = "ALL    "            BKPRNT00
015330         DISPLAY "REPORT " REPORT-ENTRY                           BKPRNT00
015340             " NOT ON RPTDIST OR NOT ON DISK".                    BKPRNT00
015350     DISPLAY "DELIVERIES " DELIV-CNT " PAGES PRINTED " SHEET-CNT. BKPRNT00
015360     IF REPORT-ENTRY = "ALL    " AND MISSING-CNT IS GREATER THAN 0BKPRNT00
015370         DISPLAY "DUE BUT NOT YET PRODUCED " MISSING-CNT          BKPRNT00
015380             " - SEE MODE E".                                     BKPRNT00
015390     STOP RUN.                                                    BKPRNT00
015400 410-DIST-ONE.                                                    BKPRNT00
015410     IF REPORT-ENTRY = "ALL    " GO TO 420-DIST-DUE.              BKPRNT00
015420     IF DT-REPORT (CX) NOT = REPORT-ENTRY GO TO 410X.             BKPRNT00
015430     IF DT-ON-DISK (CX) NOT = "Y" GO TO 410X.                     BKPRNT00
015440     GO TO 430-DIST-DELIVER.                                      BKPRNT00
015450 420-DIST-DUE.                                                    BKPRNT00
015460     IF DT-DUE (CX) NOT = "Y" GO TO 410X.                         BKPRNT00
015470     IF DT-MADE (CX) NOT = "Y"                                    BKPRNT00
015480         ADD 1 TO MISSING-CNT                                     BKPRNT00
015490         GO TO 410X.                                              BKPRNT00
015500 430-DIST-DELIVER.                                                BKPRNT00
015510     NOTE  THE BANNER PAGE FOR THE RECIPIENT, THEN EACH COPY OF   BKPRNT00
015520         THE WHOLE BACKUP FILE, THEN ONE DELIVERY LOG RECORD.     BKPRNT00
015530     MOVE SPACES TO PRT-REC.                                      BKPRNT00
015540     WRITE PRT-REC BEFORE ADVANCING TO CHANNEL 1.                 BKPRNT00
015550     WRITE PRT-REC FROM BANNER-RULE.                              BKPRNT00
015560     MOVE "REPORT      " TO BL-LABEL.                             BKPRNT00
015570     MOVE DT-REPORT (CX) TO BL-TEXT.                              BKPRNT00
015580     WRITE PRT-REC FROM BANNER-LINE.                              BKPRNT00
015590     MOVE "FOR         " TO BL-LABEL.                             BKPRNT00
015600     MOVE DT-RECIPIENT (CX) TO BL-TEXT.                           BKPRNT00
015610     WRITE PRT-REC FROM BANNER-LINE.                              BKPRNT00
015620     MOVE "BIN         " TO BL-LABEL.                             BKPRNT00
015630     MOVE DT-BIN (CX) TO BL-TEXT.                                 BKPRNT00
015640     WRITE PRT-REC FROM BANNER-LINE.                              BKPRNT00
015650     MOVE "COPIES      " TO BL-LABEL.                             BKPRNT00
015660     MOVE DT-COPIES (CX) TO BC-COPIES.                            BKPRNT00
015670     MOVE BANNER-COUNT TO BL-TEXT.                                BKPRNT00
015680     WRITE PRT-REC FROM BANNER-LINE.                              BKPRNT00
015690     MOVE "REPORT DATE " TO BL-LABEL.                             BKPRNT00
015700     MOVE DN-MM TO BD-MM.                                         BKPRNT00
015710     MOVE DN-DD TO BD-DD.                                         BKPRNT00
015720     MOVE DN-YY TO BD-YY.                                         BKPRNT00
015730     MOVE BANNER-DATE TO BL-TEXT.                                 BKPRNT00
015740     WRITE PRT-REC FROM BANNER-LINE.                              BKPRNT00
015750     WRITE PRT-REC FROM BANNER-RULE.                              BKPRNT00
015760     MOVE DT-REPORT (CX) TO FC-ID.                                BKPRNT00
015770     PERFORM WITH FILE-CARD.                                      BKPRNT00
015780     MOVE 0 TO COPY-PAGES.                                        BKPRNT00
015790     PERFORM 440-COPY-ONE THRU 440X VARYING COPY-IX FROM 1 BY 1   BKPRNT00
015800         UNTIL COPY-IX IS GREATER THAN DT-COPIES (CX).            BKPRNT00
015810     ADD 1 TO DELIV-CNT.                                          BKPRNT00
015820     PERFORM 450-LOG-DELIVERY THRU 450X.                          BKPRNT00
015830     DISPLAY "DELIVERED " DT-REPORT (CX) " TO "                   BKPRNT00
015840         DT-RECIPIENT (CX) " BIN " DT-BIN (CX).                   BKPRNT00
015850 410X.   EXIT.                                                    BKPRNT00
015860 440-COPY-ONE.                                                    BKPRNT00
015870     MOVE 0 TO PAGE-NOW.                                          BKPRNT00
015880     OPEN INPUT BACKUP-IN.                                        BKPRNT00
015890 445-COPY-READ.                                                   BKPRNT00
015900     READ BACKUP-IN AT END GO TO 448-COPY-DONE.                   BKPRNT00
015910     IF BK-CTL = "1"                                              BKPRNT00
015920         ADD 1 TO PAGE-NOW                                        BKPRNT00
015930         MOVE SPACES TO PRT-REC                                   BKPRNT00
015940         WRITE PRT-REC BEFORE ADVANCING TO CHANNEL 1.             BKPRNT00
015950     MOVE BK-LINE TO PRT-REC.                                     BKPRNT00
015960     WRITE PRT-REC.                                               BKPRNT00
015970     GO TO 445-COPY-READ.                                         BKPRNT00
015980 448-COPY-DONE.                                                   BKPRNT00
015990     CLOSE BACKUP-IN.                                             BKPRNT00
016000     ADD PAGE-NOW TO SHEET-CNT.                                   BKPRNT00
016010     MOVE PAGE-NOW TO COPY-PAGES.                                 BKPRNT00
016020 440X.   EXIT.                                                    BKPRNT00
016030 450-LOG-DELIVERY.                                                BKPRNT00
016040     NOTE  RPTDLOG IS CREATED BY THE FIRST DELIVERY THAT FINDS IT BKPRNT00
016050         GONE AND IS OTHERWISE ADDED TO AT ITS END.               BKPRNT00
016060     COMPUTE TIME-HOLD = DATA (1).                                BKPRNT00
016070     COMPUTE DELIV-HH = TIME-HOLD DIV 216000.                     BKPRNT00
016080     COMPUTE DELIV-MM = TIME-HOLD MOD 216000 DIV 3600.            BKPRNT00
016090     COMPUTE DELIV-TIME = DELIV-HH * 100 + DELIV-MM.              BKPRNT00
016100     OPEN I-O DIST-LOG.                                           BKPRNT00
016110     IF LOG-FILE-STATUS NOT = "00"                                BKPRNT00
016120         OPEN OUTPUT DIST-LOG                                     BKPRNT00
016130         GO TO 458-LOG-PUT.                                       BKPRNT00
016140 455-LOG-SKIP.                                                    BKPRNT00
016150     READ DIST-LOG AT END GO TO 458-LOG-PUT.                      BKPRNT00
016160     GO TO 455-LOG-SKIP.                                          BKPRNT00
016170 458-LOG-PUT.                                                     BKPRNT00
016180     MOVE SPACES TO DG-REC.                                       BKPRNT00
016190     MOVE TODAYS-DATE TO DG-DATE.                                 BKPRNT00
016200     MOVE DELIV-TIME TO DG-TIME.                                  BKPRNT00
016210     MOVE DT-REPORT (CX) TO DG-REPORT.                            BKPRNT00
016220     MOVE DT-RECIPIENT (CX) TO DG-RECIPIENT.                      BKPRNT00
016230     MOVE DT-BIN (CX) TO DG-BIN.                                  BKPRNT00
016240     MOVE DT-COPIES (CX) TO DG-COPIES.                            BKPRNT00
016250     MOVE COPY-PAGES TO DG-PAGES.                                 BKPRNT00
016260     MOVE RUN-MDY TO DG-REPORT-DATE.                              BKPRNT00
016270     WRITE DG-REC.                                                BKPRNT00
016280     CLOSE DIST-LOG.                                              BKPRNT00
016290 450X.   EXIT.                                                    BKPRNT00
016300 500-EXPECTED.                                                    BKPRNT00
016310     MOVE "ALL    " TO REPORT-ENTRY.                              BKPRNT00
016320     PERFORM 600-SET-UP THRU 600X.                                BKPRNT00
016330     DISPLAY "REPORTS DUE " BD-MM "/" BD-DD "/" BD-YY             BKPRNT00
016340         " NOT YET PRODUCED -".                                   BKPRNT00
016350     PERFORM 510-EXPECT-ONE THRU 510X VARYING CX FROM 1 BY 1      BKPRNT00
016360         UNTIL CX IS GREATER THAN DT-CNT.                         BKPRNT00
016370     IF MISSING-CNT = 0 DISPLAY "  NONE".                         BKPRNT00
016380     DISPLAY "REPORTS DUE " DUE-CNT " NOT YET PRODUCED "          BKPRNT00
016390         MISSING-CNT.                                             BKPRNT00
016400     STOP RUN.                                                    BKPRNT00
016410 510-EXPECT-ONE.                                                  BKPRNT00
016420     NOTE  A REPORT WITH SEVERAL RECIPIENTS IS COUNTED AND NAMED  BKPRNT00
016430         ONCE, AT ITS FIRST CARD DUE.                             BKPRNT00
016440     IF DT-DUE (CX) NOT = "Y" GO TO 510X.                         BKPRNT00
016450     MOVE 0 TO CHIT.                                              BKPRNT00
016460     PERFORM 515-EARLIER-DUE VARYING CY FROM 1 BY 1               BKPRNT00
016470         UNTIL CY = CX OR CHIT IS GREATER THAN 0.                 BKPRNT00
016480     IF CHIT IS GREATER THAN 0 GO TO 510X.                        BKPRNT00
016490     ADD 1 TO DUE-CNT.                                            BKPRNT00
016500     IF DT-MADE (CX) = "Y" GO TO 510X.                            BKPRNT00
016510     ADD 1 TO MISSING-CNT.                                        BKPRNT00
016520     IF DT-ON-DISK (CX) = "Y"                                     BKPRNT00
016530         DISPLAY "  " DT-REPORT (CX) " ON DISK BUT OLDER - FIRST "BKPRNT00
016540             "RECIPIENT " DT-RECIPIENT (CX)                       BKPRNT00
016550     ELSE                                                         BKPRNT00
016560         DISPLAY "  " DT-REPORT (CX) " NOT ON DISK       - FIRST "BKPRNT00
016570             "RECIPIENT " DT-RECIPIENT (CX).                      BKPRNT00
016580 510X.   EXIT.                                                    BKPRNT00
016590 515-EARLIER-DUE.                                                 BKPRNT00
016600     IF DT-REPORT (CY) = DT-REPORT (CX) AND DT-DUE (CY) = "Y"     BKPRNT00
016610         MOVE CY TO CHIT.                                         BKPRNT00
016620 600-SET-UP.                                                      BKPRNT00
016630     NOTE  TAKES THE REPORT DATE, LOADS RPTDIST AND MARKS EACH    BKPRNT00
016640         CARD DUE OR NOT ON THAT DATE AND WHETHER ITS REPORT IS   BKPRNT00
016650         ON DISK, AND PRODUCED ON OR AFTER THAT DATE.             BKPRNT00
016660     DISPLAY "REPORT DATE YYMMDD (BLANK = TODAY)".                BKPRNT00
016670     ACCEPT DATE-IN-X.                                            BKPRNT00
016680     MOVE TODAYS-DATE TO RUN-MDY.                                 BKPRNT00
016690     COMPUTE DN-DATE = RUN-MDY MOD 100 * 10000 + RUN-MDY DIV 100. BKPRNT00
016700     IF DATE-IN-X = SPACES OR DATE-IN-X = "000000"                BKPRNT00
016710         GO TO 605-DATE-SET.                                      BKPRNT00
016720     PERFORM 820-CHECK-DATE THRU 820X.                            BKPRNT00
016730     IF DATE-OK-SW = 0                                            BKPRNT00
016740         DISPLAY "REPORT DATE NOT A VALID YYMMDD - RUN ENDED"     BKPRNT00
016750         STOP RUN.                                                BKPRNT00
016760 605-DATE-SET.                                                    BKPRNT00
016770     MOVE DN-DATE TO RUN-YMD.                                     BKPRNT00
016780     MOVE DN-DATE TO RD-YMD.                                      BKPRNT00
016790     COMPUTE RUN-MDY = DN-MM * 10000 + DN-DD * 100 + DN-YY.       BKPRNT00
016800     MOVE DN-MM TO BD-MM.                                         BKPRNT00
016810     MOVE DN-DD TO BD-DD.                                         BKPRNT00
016820     MOVE DN-YY TO BD-YY.                                         BKPRNT00
016830     COMPUTE RUN-JULIAN = DN-YY * 1000 + CUM-DAYS (DN-MM) + DN-DD.BKPRNT00
016840     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               BKPRNT00
016850         ADD 1 TO RUN-JULIAN.                                     BKPRNT00
016860     PERFORM 800-DAY-NUMBER.                                      BKPRNT00
016870     COMPUTE DAY-IX = DAY-NO MOD 7 + 1.                           BKPRNT00
016880     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           BKPRNT00
016890     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       BKPRNT00
016900     IF DN-DD = MONTH-END MOVE 1 TO MONTH-END-SW.                 BKPRNT00
016910     PERFORM 610-LOAD-FISCAL THRU 610X.                           BKPRNT00
016920     PERFORM 630-LOAD-DIST THRU 630X.                             BKPRNT00
016930     PERFORM 650-DUE-ONE THRU 650X VARYING CX FROM 1 BY 1         BKPRNT00
016940         UNTIL CX IS GREATER THAN DT-CNT.                         BKPRNT00
016950     PERFORM 680-SCAN-DISK THRU 680X.                             BKPRNT00
016960 600X.   EXIT.                                                    BKPRNT00
016970 610-LOAD-FISCAL.                                                 BKPRNT00
016980     NOTE  FISCCAL SAYS WHETHER THE REPORT DATE ENDS A FISCAL     BKPRNT00
016990         PERIOD AND WHETHER IT IS A SHOP HOLIDAY, AS IN RUNSCHED. BKPRNT00
017000     OPEN INPUT FISC-CAL.                                         BKPRNT00
017010     IF FISC-FILE-STATUS NOT = "00" GO TO 610X.                   BKPRNT00
017020 615-FISC-READ.                                                   BKPRNT00
017030     READ FISC-CAL AT END GO TO 620-FISC-DONE.                    BKPRNT00
017040     IF FC-TYPE = "H" AND FC-START = RUN-YMD                      BKPRNT00
017050         MOVE 1 TO HOLIDAY-SW.                                    BKPRNT00
017060     IF FC-TYPE NOT = "P" GO TO 615-FISC-READ.                    BKPRNT00
017070     MOVE 1 TO FISC-SW.                                           BKPRNT00
017080     IF FC-END = RUN-YMD MOVE 1 TO FISC-END-SW.                   BKPRNT00
017090     GO TO 615-FISC-READ.                                         BKPRNT00
017100 620-FISC-DONE.                                                   BKPRNT00
017110     CLOSE FISC-CAL.                                              BKPRNT00
017120     IF FISC-SW = 1 MOVE FISC-END-SW TO MONTH-END-SW.             BKPRNT00
017130 610X.   EXIT.                                                    BKPRNT00
017140 630-LOAD-DIST.                                                   BKPRNT00
017150     OPEN INPUT RPT-DIST.                                         BKPRNT00
017160     IF DIST-FILE-STATUS NOT = "00"                               BKPRNT00
017170         DISPLAY "NO RPTDIST FILE - RUN ENDED"                    BKPRNT00
017180         STOP RUN.                                                BKPRNT00
017190 635-DIST-READ.                                                   BKPRNT00
017200     READ RPT-DIST AT END GO TO 640-DIST-DONE.                    BKPRNT00
017210     IF RD-REPORT = SPACES GO TO 635-DIST-READ.                   BKPRNT00
017220     IF DT-CNT = 100                                              BKPRNT00
017230         DISPLAY "RPTDIST OVER 100 CARDS - REST NOT USED"         BKPRNT00
017240         GO TO 640-DIST-DONE.                                     BKPRNT00
017250     ADD 1 TO DT-CNT.                                             BKPRNT00
017260     MOVE RD-REPORT TO DT-REPORT (DT-CNT).                        BKPRNT00
017270     MOVE RD-RECIPIENT TO DT-RECIPIENT (DT-CNT).                  BKPRNT00
017280     MOVE RD-BIN TO DT-BIN (DT-CNT).                              BKPRNT00
017290     MOVE 1 TO DT-COPIES (DT-CNT).                                BKPRNT00
017300     IF RD-COPIES NUMERIC AND RD-COPIES-N IS GREATER THAN 0       BKPRNT00
017310         MOVE RD-COPIES-N TO DT-COPIES (DT-CNT).                  BKPRNT00
017320     MOVE RD-FREQ TO DT-FREQ (DT-CNT).                            BKPRNT00
017330     MOVE RD-PARM TO DT-PARM (DT-CNT).                            BKPRNT00
017340     MOVE "N" TO DT-ON-DISK (DT-CNT) DT-MADE (DT-CNT).            BKPRNT00
017350     GO TO 635-DIST-READ.                                         BKPRNT00
017360 640-DIST-DONE.                                                   BKPRNT00
017370     CLOSE RPT-DIST.                                              BKPRNT00
017380     IF DT-CNT = 0                                                BKPRNT00
017390         DISPLAY "RPTDIST IS EMPTY - RUN ENDED"                   BKPRNT00
017400         STOP RUN.                                                BKPRNT00
017410 630X.   EXIT.                                                    BKPRNT00
017420 650-DUE-ONE.                                                     BKPRNT00
017430     NOTE  DT-DUE IS Y WHEN THE CARD AT CX IS DUE ON THE REPORT   BKPRNT00
017440         DATE, N WHEN IT IS NOT AND B WHEN THE CARD IS BAD.       BKPRNT00
017450     MOVE "N" TO DT-DUE (CX).                                     BKPRNT00
017460     IF DT-FREQ (CX) = "D"                                        BKPRNT00
017470         MOVE "Y" TO DT-DUE (CX)                                  BKPRNT00
017480         GO TO 650X.                                              BKPRNT00
017490     IF DT-FREQ (CX) = "W" GO TO 655-WEEKDAY.                     BKPRNT00
017500     IF DT-FREQ (CX) = "K" GO TO 660-WEEKLY.                      BKPRNT00
017510     IF DT-FREQ (CX) = "M" GO TO 665-MONTH-END.                   BKPRNT00
017520     IF DT-FREQ (CX) = "S" GO TO 670-ONCE.                        BKPRNT00
017530     GO TO 675-BAD-CARD.                                          BKPRNT00
017540 655-WEEKDAY.                                                     BKPRNT00
017550     IF DAY-IX IS GREATER THAN 2 AND HOLIDAY-SW = 0               BKPRNT00
017560         MOVE "Y" TO DT-DUE (CX).                                 BKPRNT00
017570     GO TO 650X.                                                  BKPRNT00
017580 660-WEEKLY.                                                      BKPRNT00
017590     MOVE 0 TO DHIT.                                              BKPRNT00
017600     PERFORM 678-MATCH-DAY VARYING DX FROM 1 BY 1                 BKPRNT00
017610         UNTIL DX IS GREATER THAN 7                               BKPRNT00
017620         OR DHIT IS GREATER THAN 0.                               BKPRNT00
017630     IF DHIT = 0 GO TO 675-BAD-CARD.                              BKPRNT00
017640     IF DHIT = DAY-IX MOVE "Y" TO DT-DUE (CX).                    BKPRNT00
017650     GO TO 650X.                                                  BKPRNT00
017660 665-MONTH-END.                                                   BKPRNT00
017670     IF MONTH-END-SW = 1 MOVE "Y" TO DT-DUE (CX).                 BKPRNT00
017680     GO TO 650X.                                                  BKPRNT00
017690 670-ONCE.                                                        BKPRNT00
017700     IF DT-PARM (CX) NOT NUMERIC GO TO 675-BAD-CARD.              BKPRNT00
017710     IF DT-PARM (CX) = RD-YMD-X MOVE "Y" TO DT-DUE (CX).          BKPRNT00
017720     GO TO 650X.                                                  BKPRNT00
017730 675-BAD-CARD.                                                    BKPRNT00
017740     MOVE "B" TO DT-DUE (CX).                                     BKPRNT00
017750     ADD 1 TO BAD-CNT.                                            BKPRNT00
017760     DISPLAY "RPTDIST CARD FOR " DT-REPORT (CX) " "               BKPRNT00
017770         DT-RECIPIENT (CX) " - BAD FREQUENCY, DAY OR DATE".       BKPRNT00
017780 650X.   EXIT.                                                    BKPRNT00
017790 678-MATCH-DAY.                                                   BKPRNT00
017800     IF DAY-NAME (DX) = DT-PARM-DAY (CX) MOVE DX TO DHIT.         BKPRNT00
017810 680-SCAN-DISK.                                                   BKPRNT00
017820     NOTE  A REPORT IS ON DISK WHEN THE DIREXT EXTRACT HAS A FILE BKPRNT00
017830         UNDER ITS ID, AND PRODUCED WHEN THAT FILE WAS CREATED ON BKPRNT00
017840         OR AFTER THE REPORT DATE.                                BKPRNT00
017850     OPEN INPUT DIR-EXTRACT.                                      BKPRNT00
017860     IF DIR-FILE-STATUS NOT = "00"                                BKPRNT00
017870         DISPLAY "DIREXT NOT PRESENT - RUN DIREXTR FIRST"         BKPRNT00
017880         STOP RUN.                                                BKPRNT00
017890 685-DISK-READ.                                                   BKPRNT00
017900     READ DIR-EXTRACT AT END GO TO 690-DISK-DONE.                 BKPRNT00
017910     PERFORM 695-DISK-MATCH VARYING CX FROM 1 BY 1                BKPRNT00
017920         UNTIL CX IS GREATER THAN DT-CNT.                         BKPRNT00
017930     GO TO 685-DISK-READ.                                         BKPRNT00
017940 690-DISK-DONE.                                                   BKPRNT00
017950     CLOSE DIR-EXTRACT.                                           BKPRNT00
017960 680X.   EXIT.                                                    BKPRNT00
017970 695-DISK-MATCH.                                                  BKPRNT00
017980     IF DX-PREFIX = DT-REPORT (CX)                                BKPRNT00
017990         MOVE "Y" TO DT-ON-DISK (CX)                              BKPRNT00
018000         IF DX-CREATION NOT LESS THAN RUN-JULIAN                  BKPRNT00
018010             MOVE "Y" TO DT-MADE (CX).                            BKPRNT00
018020 800-DAY-NUMBER.                                                  BKPRNT00
018030     NOTE  DAY-NO IS THE NUMBER OF DAYS FROM THE START OF THE     BKPRNT00
018040         CENTURY TO DN-DATE, COUNTED AS FISCMNT COUNTS THEM.      BKPRNT00
018050         DAY-NO MOD 7 IS 0 SATURDAY, 1 SUNDAY, 2 MONDAY THROUGH   BKPRNT00
018060         6 FRIDAY - DAY-IX IS ONE MORE.                           BKPRNT00
018070     COMPUTE DAY-NO = DN-YY * 365 + (DN-YY + 3) DIV 4             BKPRNT00
018080         + CUM-DAYS (DN-MM) + DN-DD.                              BKPRNT00
018090     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               BKPRNT00
018100         ADD 1 TO DAY-NO.                                         BKPRNT00
018110 820-CHECK-DATE.                                                  BKPRNT00
018120     NOTE  DATE-OK-SW IS 1 WHEN DATE-IN-X IS A REAL YYMMDD DATE,  BKPRNT00
018130         WHICH IS LEFT IN DN-DATE.                                BKPRNT00
018140     MOVE 0 TO DATE-OK-SW.                                        BKPRNT00
018150     IF DATE-IN-X NOT NUMERIC GO TO 820X.                         BKPRNT00
018160     MOVE DATE-IN-X TO DN-DATE-X.                                 BKPRNT00
018170     IF DN-MM IS LESS THAN 1 OR DN-MM IS GREATER THAN 12          BKPRNT00
018180         GO TO 820X.                                              BKPRNT00
018190     MOVE MD-DAYS (DN-MM) TO MONTH-END.                           BKPRNT00
018200     IF DN-MM = 2 AND DN-YY MOD 4 = 0 MOVE 29 TO MONTH-END.       BKPRNT00
018210     IF DN-DD IS LESS THAN 1 OR DN-DD IS GREATER THAN MONTH-END   BKPRNT00
018220         GO TO 820X.                                              BKPRNT00
018230     MOVE 1 TO DATE-OK-SW.                                        BKPRNT00
018240 820X.   EXIT.                                                    BKPRNT00
018241 700-ARCHIVE.                                                     BKPRNT00
018242     DISPLAY "ENTER REPORT ID TO ARCHIVE (NNNNNNN OR ALL)".       BKPRNT00
018243     ACCEPT REPORT-ENTRY.                                         BKPRNT00
018244     IF REPORT-ENTRY = SPACES                                     BKPRNT00
018245         DISPLAY "NO REPORT ID - RUN ENDED"                       BKPRNT00
018246         STOP RUN.                                                BKPRNT00
018247     OPEN INPUT DIR-EXTRACT.                                      BKPRNT00
018248     IF DIR-FILE-STATUS NOT = "00"                                BKPRNT00
018249         DISPLAY "DIREXT NOT PRESENT - RUN DIREXTR FIRST"         BKPRNT00
018250         STOP RUN.                                                BKPRNT00
018251 705-ARCH-SCAN.                                                   BKPRNT00
018252     READ DIR-EXTRACT AT END GO TO 710-ARCH-LISTED.               BKPRNT00
018253     IF REPORT-ENTRY NOT = "ALL    "                              BKPRNT00
018254         AND DX-PREFIX NOT = REPORT-ENTRY                         BKPRNT00
018255         GO TO 705-ARCH-SCAN.                                     BKPRNT00
018256     MOVE 0 TO CHIT.                                              BKPRNT00
018257     PERFORM 780-KNOWN-ONE VARYING KT-IX FROM 1 BY 1              BKPRNT00
018258         UNTIL KT-IX IS GREATER THAN 12.                          BKPRNT00
018259     IF CHIT = 0 GO TO 705-ARCH-SCAN.                             BKPRNT00
018260     MOVE 0 TO CHIT.                                              BKPRNT00
018261     PERFORM 782-TAKEN-ONE VARYING AX FROM 1 BY 1                 BKPRNT00
018262         UNTIL AX IS GREATER THAN AR-CNT.                         BKPRNT00
018263     IF CHIT NOT = 0 GO TO 705-ARCH-SCAN.                         BKPRNT00
018264     IF AR-CNT = 12                                               BKPRNT00
018265         DISPLAY "ARCHIVE TABLE FULL - REST NOT ARCHIVED"         BKPRNT00
018266         GO TO 710-ARCH-LISTED.                                   BKPRNT00
018267     ADD 1 TO AR-CNT.                                             BKPRNT00
018268     MOVE DX-PREFIX TO AR-REPORT (AR-CNT).                        BKPRNT00
018269     MOVE DX-CREATION TO AR-CREATION (AR-CNT).                    BKPRNT00
018270     MOVE 0 TO AR-PAGES (AR-CNT) AR-LINE-CNT (AR-CNT)             BKPRNT00
018271         AR-POS (AR-CNT).                                         BKPRNT00
018272     MOVE "N" TO AR-STATE (AR-CNT).                               BKPRNT00
018273     GO TO 705-ARCH-SCAN.                                         BKPRNT00
018274 710-ARCH-LISTED.                                                 BKPRNT00
018275     CLOSE DIR-EXTRACT.                                           BKPRNT00
018276     IF AR-CNT = 0                                                BKPRNT00
018277         DISPLAY "NO KNOWN BACKUP PRINT FILE " REPORT-ENTRY       BKPRNT00
018278             " ON DISK - NOTHING ARCHIVED"                        BKPRNT00
018279         STOP RUN.                                                BKPRNT00
018280     PERFORM 720-ARCH-INDEXED THRU 720X.                          BKPRNT00
018281     PERFORM 727-ARCH-LEFT VARYING AX FROM 1 BY 1                 BKPRNT00
018282         UNTIL AX IS GREATER THAN AR-CNT.                         BKPRNT00
018283     IF LEFT-CNT = 0                                              BKPRNT00
018284         DISPLAY "EVERY FILE CHOSEN IS ALREADY ARCHIVED"          BKPRNT00
018285         STOP RUN.                                                BKPRNT00
018286     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  BKPRNT00
018287     PERFORM 790-NEED-SERIAL UNTIL VOL-SERIAL-IN NOT = SPACES.    BKPRNT00
018288     OPEN OUTPUT ARCH-TAPE.                                       BKPRNT00
018289     PERFORM 730-ARCH-ONE THRU 730X VARYING AX FROM 1 BY 1        BKPRNT00
018290         UNTIL AX IS GREATER THAN AR-CNT.                         BKPRNT00
018291     MOVE SPACES TO AT-HEAD.                                      BKPRNT00
018292     MOVE "E" TO AH-CTL.                                          BKPRNT00
018293     MOVE "RPTEND" TO AH-TAG.                                     BKPRNT00
018294     MOVE TAPE-POS TO AH-POS.                                     BKPRNT00
018295     MOVE TODAYS-DATE TO AH-DATE.                                 BKPRNT00
018296     WRITE AT-HEAD.                                               BKPRNT00
018297     CLOSE ARCH-TAPE WITH LOCK.                                   BKPRNT00
018298     PERFORM VOLCAT-PUT THRU VOLCAT-X.                            BKPRNT00
018299     PERFORM 760-INDEX-PUT THRU 760X.                             BKPRNT00
018300     DISPLAY "REPORTS ARCHIVED " TAPE-POS " ON REEL "             BKPRNT00
018301         VOL-SERIAL-IN.                                           BKPRNT00
018302     DISPLAY "THE ARCHIVED BACKUP FILES MAY NOW BE REMOVED".      BKPRNT00
018303     STOP RUN.                                                    BKPRNT00
018304 720-ARCH-INDEXED.                                                BKPRNT00
018305     NOTE  A FILE WHOSE REPORT AND CREATION DATE ARE ALREADY IN   BKPRNT00
018306         RPTINDX IS ON AN ARCHIVE REEL AND IS LEFT OFF THIS ONE.  BKPRNT00
018307     OPEN INPUT RPT-INDEX.                                        BKPRNT00
018308     IF INDX-FILE-STATUS NOT = "00" GO TO 720X.                   BKPRNT00
018309 722-INDX-READ.                                                   BKPRNT00
018310     READ RPT-INDEX AT END GO TO 724-INDX-DONE.                   BKPRNT00
018311     PERFORM 725-INDX-MATCH VARYING AX FROM 1 BY 1                BKPRNT00
018312         UNTIL AX IS GREATER THAN AR-CNT.                         BKPRNT00
018313     GO TO 722-INDX-READ.                                         BKPRNT00
018314 724-INDX-DONE.                                                   BKPRNT00
018315     CLOSE RPT-INDEX.                                             BKPRNT00
018316 720X.   EXIT.                                                    BKPRNT00
018317 725-INDX-MATCH.                                                  BKPRNT00
018318     IF RX-REPORT = AR-REPORT (AX)                                BKPRNT00
018319         AND RX-CREATION = AR-CREATION (AX)                       BKPRNT00
018320         MOVE "Y" TO AR-STATE (AX)                                BKPRNT00
018321         DISPLAY AR-REPORT (AX) " CREATED " AR-CREATION (AX)      BKPRNT00
018322             " ALREADY ON REEL " RX-SERIAL.                       BKPRNT00
018323 727-ARCH-LEFT.                                                   BKPRNT00
018324     IF AR-STATE (AX) = "N" ADD 1 TO LEFT-CNT.                    BKPRNT00
018325 730-ARCH-ONE.                                                    BKPRNT00
018326     IF AR-STATE (AX) NOT = "N" GO TO 730X.                       BKPRNT00
018327     ADD 1 TO TAPE-POS.                                           BKPRNT00
018328     MOVE SPACES TO AT-HEAD.                                      BKPRNT00
018329     MOVE "H" TO AH-CTL.                                          BKPRNT00
018330     MOVE "RPTHDR" TO AH-TAG.                                     BKPRNT00
018331     MOVE AR-REPORT (AX) TO AH-REPORT.                            BKPRNT00
018332     MOVE AR-CREATION (AX) TO AH-CREATION.                        BKPRNT00
018333     MOVE TAPE-POS TO AH-POS.                                     BKPRNT00
018334     MOVE TODAYS-DATE TO AH-DATE.                                 BKPRNT00
018335     WRITE AT-HEAD.                                               BKPRNT00
018336     MOVE AR-REPORT (AX) TO FC-ID.                                BKPRNT00
018337     PERFORM WITH FILE-CARD.                                      BKPRNT00
018338     MOVE 0 TO PAGE-NOW AR-LINES.                                 BKPRNT00
018339     OPEN INPUT BACKUP-IN.                                        BKPRNT00
018340 735-ARCH-COPY.                                                   BKPRNT00
018341     READ BACKUP-IN AT END GO TO 738-ARCH-COPIED.                 BKPRNT00
018342     IF BK-CTL = "1" ADD 1 TO PAGE-NOW.                           BKPRNT00
018343     ADD 1 TO AR-LINES.                                           BKPRNT00
018344     WRITE AT-REC FROM BKP-REC.                                   BKPRNT00
018345     GO TO 735-ARCH-COPY.                                         BKPRNT00
018346 738-ARCH-COPIED.                                                 BKPRNT00
018347     CLOSE BACKUP-IN.                                             BKPRNT00
018348     MOVE PAGE-NOW TO AR-PAGES (AX).                              BKPRNT00
018349     MOVE AR-LINES TO AR-LINE-CNT (AX).                           BKPRNT00
018350     MOVE TAPE-POS TO AR-POS (AX).                                BKPRNT00
018351     MOVE "A" TO AR-STATE (AX).                                   BKPRNT00
018352     DISPLAY AR-REPORT (AX) " ARCHIVED AS FILE " TAPE-POS         BKPRNT00
018353         " PAGES " PAGE-NOW.                                      BKPRNT00
018354 730X.   EXIT.                                                    BKPRNT00
018355 760-INDEX-PUT.                                                   BKPRNT00
018356     NOTE  RPTINDX IS CREATED BY THE FIRST ARCHIVE RUN THAT FINDS BKPRNT00
018357         IT GONE AND IS OTHERWISE ADDED TO AT ITS END.            BKPRNT00
018358     OPEN I-O RPT-INDEX.                                          BKPRNT00
018359     IF INDX-FILE-STATUS NOT = "00"                               BKPRNT00
018360         OPEN OUTPUT RPT-INDEX                                    BKPRNT00
018361         GO TO 768-INDEX-WRITE.                                   BKPRNT00
018362 765-INDEX-SKIP.                                                  BKPRNT00
018363     READ RPT-INDEX AT END GO TO 768-INDEX-WRITE.                 BKPRNT00
018364     GO TO 765-INDEX-SKIP.                                        BKPRNT00
018365 768-INDEX-WRITE.                                                 BKPRNT00
018366     PERFORM 770-INDEX-ONE VARYING AX FROM 1 BY 1                 BKPRNT00
018367         UNTIL AX IS GREATER THAN AR-CNT.                         BKPRNT00
018368     CLOSE RPT-INDEX.                                             BKPRNT00
018369 760X.   EXIT.                                                    BKPRNT00
018370 770-INDEX-ONE.                                                   BKPRNT00
018371     IF AR-STATE (AX) = "A"                                       BKPRNT00
018372         MOVE SPACES TO RX-REC                                    BKPRNT00
018373         MOVE AR-REPORT (AX) TO RX-REPORT                         BKPRNT00
018374         MOVE AR-CREATION (AX) TO RX-CREATION                     BKPRNT00
018375         MOVE AR-PAGES (AX) TO RX-PAGES                           BKPRNT00
018376         MOVE AR-LINE-CNT (AX) TO RX-LINES                        BKPRNT00
018377         MOVE VOL-SERIAL-IN TO RX-SERIAL                          BKPRNT00
018378         MOVE AR-POS (AX) TO RX-POS                               BKPRNT00
018379         MOVE TODAYS-DATE TO RX-DATE                              BKPRNT00
018380         WRITE RX-REC.                                            BKPRNT00
018381 780-KNOWN-ONE.                                                   BKPRNT00
018382     IF DX-PREFIX = KNOWN-ID (KT-IX) MOVE KT-IX TO CHIT.          BKPRNT00
018383 782-TAKEN-ONE.                                                   BKPRNT00
018384     IF DX-PREFIX = AR-REPORT (AX) MOVE AX TO CHIT.               BKPRNT00
018385 790-NEED-SERIAL.                                                 BKPRNT00
018386     DISPLAY "AN ARCHIVE REEL MUST CARRY A SERIAL".               BKPRNT00
018387     PERFORM VOLCAT-SERIAL-ASK THRU VOLCAT-SERIAL-X.              BKPRNT00
018388 900-RETRIEVE.                                                    BKPRNT00
018389     DISPLAY "ENTER REPORT ID TO REPRINT FROM TAPE (NNNNNNN)".    BKPRNT00
018390     ACCEPT REPORT-ENTRY.                                         BKPRNT00
018391     DISPLAY "ENTER ITS REPORT DATE YYMMDD (BLANK = LATEST)".     BKPRNT00
018392     ACCEPT DATE-IN-X.                                            BKPRNT00
018393     IF DATE-IN-X = SPACES GO TO 905-RETR-FIND.                   BKPRNT00
018394     PERFORM 820-CHECK-DATE THRU 820X.                            BKPRNT00
018395     IF DATE-OK-SW = 0                                            BKPRNT00
018396         DISPLAY "REPORT DATE NOT A VALID YYMMDD - RUN ENDED"     BKPRNT00
018397         STOP RUN.                                                BKPRNT00
018398     COMPUTE WANT-JULIAN = DN-YY * 1000 + CUM-DAYS (DN-MM)        BKPRNT00
018399         + DN-DD.                                                 BKPRNT00
018400     IF DN-MM IS GREATER THAN 2 AND DN-YY MOD 4 = 0               BKPRNT00
018401         ADD 1 TO WANT-JULIAN.                                    BKPRNT00
018402 905-RETR-FIND.                                                   BKPRNT00
018403     NOTE  EVERY ARCHIVED COPY OF THE REPORT IS SHOWN - THE ONE   BKPRNT00
018404         FOR THE DATE KEYED, OR THE LATEST, IS THE ONE REPRINTED. BKPRNT00
018405     OPEN INPUT RPT-INDEX.                                        BKPRNT00
018406     IF INDX-FILE-STATUS NOT = "00"                               BKPRNT00
018407         DISPLAY "NO RPTINDX FILE - NOTHING ARCHIVED YET"         BKPRNT00
018408         STOP RUN.                                                BKPRNT00
018409     DISPLAY "ARCHIVED COPIES OF " REPORT-ENTRY " -".             BKPRNT00
018410 910-RETR-READ.                                                   BKPRNT00
018411     READ RPT-INDEX AT END GO TO 915-RETR-END.                    BKPRNT00
018412     IF RX-REPORT NOT = REPORT-ENTRY GO TO 910-RETR-READ.         BKPRNT00
018413     DISPLAY "  CREATED " RX-CREATION " PAGES " RX-PAGES          BKPRNT00
018414         " REEL " RX-SERIAL " FILE " RX-POS.                      BKPRNT00
018415     IF WANT-JULIAN NOT = 0 AND RX-CREATION NOT = WANT-JULIAN     BKPRNT00
018416         GO TO 910-RETR-READ.                                     BKPRNT00
018417     IF RX-CREATION IS LESS THAN HIT-CREATION GO TO 910-RETR-READ.BKPRNT00
018418     ADD 1 TO HIT-CNT.                                            BKPRNT00
018419     MOVE RX-SERIAL TO HIT-SERIAL.                                BKPRNT00
018420     MOVE RX-POS TO HIT-POS.                                      BKPRNT00
018421     MOVE RX-CREATION TO HIT-CREATION.                            BKPRNT00
018422     MOVE RX-PAGES TO HIT-PAGES.                                  BKPRNT00
018423     GO TO 910-RETR-READ.                                         BKPRNT00
018424 915-RETR-END.                                                    BKPRNT00
018425     CLOSE RPT-INDEX.                                             BKPRNT00
018426     IF HIT-CNT = 0                                               BKPRNT00
018427         DISPLAY "NO ARCHIVED COPY OF " REPORT-ENTRY              BKPRNT00
018428             " FOR THAT DATE"                                     BKPRNT00
018429         STOP RUN.                                                BKPRNT00
018430     PERFORM 960-RETR-RACK THRU 960X.                             BKPRNT00
018431     DISPLAY "MOUNT ARCHIVE REEL " HIT-SERIAL " FROM RACK "       BKPRNT00
018432         VOL-RACK.                                                BKPRNT00
018433     DISPLAY REPORT-ENTRY " CREATED " HIT-CREATION " IS FILE "    BKPRNT00
018434         HIT-POS " ON THE REEL - " HIT-PAGES " PAGES".            BKPRNT00
018435     DISPLAY "ENTER FROM PAGE (4 DIGITS)".                        BKPRNT00
018436     ACCEPT FROM-PAGE.                                            BKPRNT00
018437     DISPLAY "ENTER THRU PAGE (4 DIGITS, 0000 = TO END)".         BKPRNT00
018438     ACCEPT THRU-PAGE.                                            BKPRNT00
018439     IF FROM-PAGE = 0 MOVE 1 TO FROM-PAGE.                        BKPRNT00
018440     IF THRU-PAGE = 0 MOVE 9999 TO THRU-PAGE.                     BKPRNT00
018441     MOVE 0 TO PAGE-NOW.                                          BKPRNT00
018442     OPEN INPUT ARCH-TAPE.                                        BKPRNT00
018443     OPEN OUTPUT PRINT-OUT.                                       BKPRNT00
018444 920-RETR-SEEK.                                                   BKPRNT00
018445     READ ARCH-TAPE AT END GO TO 940-RETR-MISSING.                BKPRNT00
018446     IF AH-CTL = "E" AND AH-TAG = "RPTEND" GO TO 940-RETR-MISSING.BKPRNT00
018447     IF AH-CTL NOT = "H" OR AH-TAG NOT = "RPTHDR"                 BKPRNT00
018448         GO TO 920-RETR-SEEK.                                     BKPRNT00
018449     IF AH-POS NOT = HIT-POS GO TO 920-RETR-SEEK.                 BKPRNT00
018450     IF AH-REPORT NOT = REPORT-ENTRY GO TO 940-RETR-MISSING.      BKPRNT00
018451     IF AH-CREATION NOT = HIT-CREATION GO TO 940-RETR-MISSING.    BKPRNT00
018452 925-RETR-READ.                                                   BKPRNT00
018453     READ ARCH-TAPE AT END GO TO 930-RETR-DONE.                   BKPRNT00
018454     IF AH-CTL = "H" AND AH-TAG = "RPTHDR" GO TO 930-RETR-DONE.   BKPRNT00
018455     IF AH-CTL = "E" AND AH-TAG = "RPTEND" GO TO 930-RETR-DONE.   BKPRNT00
018456     IF AT-CTL = "1" ADD 1 TO PAGE-NOW.                           BKPRNT00
018457     IF PAGE-NOW IS LESS THAN FROM-PAGE GO TO 925-RETR-READ.      BKPRNT00
018458     IF PAGE-NOW IS GREATER THAN THRU-PAGE GO TO 930-RETR-DONE.   BKPRNT00
018459     IF AT-CTL = "1"                                              BKPRNT00
018460         MOVE SPACES TO PRT-REC                                   BKPRNT00
018461         WRITE PRT-REC BEFORE ADVANCING TO CHANNEL 1.             BKPRNT00
018462     MOVE AT-LINE TO PRT-REC.                                     BKPRNT00
018463     WRITE PRT-REC.                                               BKPRNT00
018464     ADD 1 TO LINES-OUT.                                          BKPRNT00
018465     GO TO 925-RETR-READ.                                         BKPRNT00
018466 930-RETR-DONE.                                                   BKPRNT00
018467     CLOSE ARCH-TAPE.                                             BKPRNT00
018468     CLOSE PRINT-OUT.                                             BKPRNT00
018469     DISPLAY "PAGES REPRINTED THRU " PAGE-NOW.                    BKPRNT00
018470     DISPLAY "LINES REPRINTED " LINES-OUT.                        BKPRNT00
018471     STOP RUN.                                                    BKPRNT00
018472 940-RETR-MISSING.                                                BKPRNT00
018473     CLOSE ARCH-TAPE.                                             BKPRNT00
018474     CLOSE PRINT-OUT.                                             BKPRNT00
018475     DISPLAY "FILE " HIT-POS " OF " REPORT-ENTRY                  BKPRNT00
018476         " NOT ON THE MOUNTED REEL - CHECK IT IS " HIT-SERIAL.    BKPRNT00
018477     STOP RUN.                                                    BKPRNT00
018478 960-RETR-RACK.                                                   BKPRNT00
018479     NOTE  THE RACK COMES FROM THE LATEST VOLCAT ENTRY FOR THE    BKPRNT00
018480         SERIAL - IF THAT ENTRY IS NO LONGER THE ARCHIVE THE REEL BKPRNT00
018481         HAS BEEN WRITTEN OVER SINCE.                             BKPRNT00
018482     MOVE SPACES TO VOL-RACK VOL-HOLD-FILE.                       BKPRNT00
018483     OPEN INPUT VOL-CATALOG.                                      BKPRNT00
018484     IF VOL-STATUS NOT = "00" GO TO 960X.                         BKPRNT00
018485 962-RACK-READ.                                                   BKPRNT00
018486     READ VOL-CATALOG AT END GO TO 964-RACK-DONE.                 BKPRNT00
018487     IF VC-SERIAL NOT = HIT-SERIAL GO TO 962-RACK-READ.           BKPRNT00
018488     MOVE VC-RACK TO VOL-RACK.                                    BKPRNT00
018489     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            BKPRNT00
018490     GO TO 962-RACK-READ.                                         BKPRNT00
018491 964-RACK-DONE.                                                   BKPRNT00
018492     CLOSE VOL-CATALOG.                                           BKPRNT00
018493     IF VOL-HOLD-FILE NOT = SPACES                                BKPRNT00
018494         AND VOL-HOLD-FILE NOT = VOL-FILE-ID                      BKPRNT00
018495         DISPLAY "REEL " HIT-SERIAL " IS NOW CATALOGUED TO "      BKPRNT00
018496             VOL-HOLD-FILE " - THE ARCHIVE MAY BE GONE".          BKPRNT00
018497 960X.   EXIT.                                                    BKPRNT00
018498 VOLCAT-PUT.                                                      BKPRNT00
018499     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         BKPRNT00
018500         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         BKPRNT00
018501         PROGRAM, DATE, SAVE FACTOR, VAULT CLASS) - AN EARLIER    BKPRNT00
018502         ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOL AND    BKPRNT00
018503         HANDS ON ITS RACK LOCATION.                              BKPRNT00
018504     OPEN I-O VOL-CATALOG.                                        BKPRNT00
018505 VOLCAT-SKIP.                                                     BKPRNT00
018506     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  BKPRNT00
018507     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          BKPRNT00
018508     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               BKPRNT00
018509     IF VC-POOL = "P"                                             BKPRNT00
018510         MOVE SPACE TO VC-POOL                                    BKPRNT00
018511         REWRITE VC-REC.                                          BKPRNT00
018512     GO TO VOLCAT-SKIP.                                           BKPRNT00
018513 VOLCAT-WRITE.                                                    BKPRNT00
018514     MOVE SPACES TO VC-REC.                                       BKPRNT00
018515     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             BKPRNT00
018516     MOVE VOL-FILE-ID TO VC-FILE-ID.                              BKPRNT00
018517     MOVE VOL-PROGRAM TO VC-PROGRAM.                              BKPRNT00
018518     MOVE TODAYS-DATE TO VC-DATE.                                 BKPRNT00
018519     MOVE VOL-SAVE TO VC-SAVE.                                    BKPRNT00
018520     MOVE VOL-RACK TO VC-RACK.                                    BKPRNT00
018521     MOVE "R" TO VC-LOC.                                          BKPRNT00
018522     MOVE VOL-CLASS TO VC-CLASS.                                  BKPRNT00
018523     WRITE VC-REC.                                                BKPRNT00
018524     CLOSE VOL-CATALOG.                                           BKPRNT00
018525 VOLCAT-X.                                                        BKPRNT00
018526     EXIT.                                                        BKPRNT00
018527 VOLCAT-SERIAL.                                                   BKPRNT00
018528     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -BKPRNT00
018529         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     BKPRNT00
018530         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          BKPRNT00
018531     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      BKPRNT00
018532     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    BKPRNT00
018533     DISPLAY "SCRATCH POOL EMPTY".                                BKPRNT00
018534 VOLCAT-SERIAL-ASK.                                               BKPRNT00
018535     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           BKPRNT00
018536     " CATALOGED)".                                               BKPRNT00
018537     ACCEPT VOL-SERIAL-IN.                                        BKPRNT00
018538     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    BKPRNT00
018539     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                BKPRNT00
018540 VOLCAT-SERIAL-X.                                                 BKPRNT00
018541     EXIT.                                                        BKPRNT00
018542 VOLCAT-DRAW.                                                     BKPRNT00
018543     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATBKPRNT00
018544         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       BKPRNT00
018545         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   BKPRNT00
018546     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       BKPRNT00
018547     MOVE 0 TO VOL-POOL-SW.                                       BKPRNT00
018548     OPEN I-O VOL-CATALOG.                                        BKPRNT00
018549 VOLCAT-DRAW-READ.                                                BKPRNT00
018550     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               BKPRNT00
018551     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 BKPRNT00
018552     MOVE SPACE TO VC-POOL.                                       BKPRNT00
018553     REWRITE VC-REC.                                              BKPRNT00
018554     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             BKPRNT00
018555     MOVE VC-RACK TO VOL-RACK.                                    BKPRNT00
018556     MOVE 1 TO VOL-POOL-SW.                                       BKPRNT00
018557     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    BKPRNT00
018558         VOL-RACK.                                                BKPRNT00
018559 VOLCAT-DRAW-END.                                                 BKPRNT00
018560     CLOSE VOL-CATALOG.                                           BKPRNT00
018561 VOLCAT-DRAW-X.                                                   BKPRNT00
018562     EXIT.                                                        BKPRNT00
018563 VOLCAT-CHECK.                                                    BKPRNT00
018564     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      BKPRNT00
018565         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  BKPRNT00
018566         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       BKPRNT00
018567     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         BKPRNT00
018568     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              BKPRNT00
018569     OPEN INPUT VOL-CATALOG.                                      BKPRNT00
018570 VOLCAT-CHECK-READ.                                               BKPRNT00
018571     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              BKPRNT00
018572     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    BKPRNT00
018573     MOVE 1 TO VOL-HOLD-SW.                                       BKPRNT00
018574     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            BKPRNT00
018575     MOVE VC-DATE TO VOL-HOLD-DATE.                               BKPRNT00
018576     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               BKPRNT00
018577     MOVE VC-POOL TO VOL-HOLD-POOL.                               BKPRNT00
018578     GO TO VOLCAT-CHECK-READ.                                     BKPRNT00
018579 VOLCAT-CHECK-END.                                                BKPRNT00
018580     CLOSE VOL-CATALOG.                                           BKPRNT00
018581     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    BKPRNT00
018582         GO TO VOLCAT-CHECK-X.                                    BKPRNT00
018583     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           BKPRNT00
018584     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      BKPRNT00
018585         + VOL-DW-DD.                                             BKPRNT00
018586     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         BKPRNT00
018587     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        BKPRNT00
018588         + VOL-DW-DD + VOL-HOLD-SAVE.                             BKPRNT00
018589     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   BKPRNT00
018590         GO TO VOLCAT-CHECK-X.                                    BKPRNT00
018591     PERFORM VOLCAT-EXPIRY.                                       BKPRNT00
018592     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        BKPRNT00
018593         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     BKPRNT00
018594     MOVE 1 TO VOL-REFUSE-SW.                                     BKPRNT00
018595 VOLCAT-CHECK-X.                                                  BKPRNT00
018596     EXIT.                                                        BKPRNT00
018597 VOLCAT-EXPIRY.                                                   BKPRNT00
018598     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     BKPRNT00
018599         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   BKPRNT00
018600     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       BKPRNT00
018601         + VOL-HOLD-SAVE.                                         BKPRNT00
018602     MOVE VOL-DW-YY TO VOL-YY.                                    BKPRNT00
018603     PERFORM VOLCAT-EXP-YEAR                                      BKPRNT00
018604         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   BKPRNT00
018605     MOVE 1 TO VOL-MM.                                            BKPRNT00
018606     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          BKPRNT00
018607         UNTIL VOL-MX IS GREATER THAN 12.                         BKPRNT00
018608     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         BKPRNT00
018609         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      BKPRNT00
018610     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            BKPRNT00
018611 VOLCAT-EXP-YEAR.                                                 BKPRNT00
018612     SUBTRACT 365 FROM VOL-DOY.                                   BKPRNT00
018613     ADD 1 TO VOL-YY.                                             BKPRNT00
018614 VOLCAT-EXP-MONTH.                                                BKPRNT00
018615     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             BKPRNT00
018616         MOVE VOL-MX TO VOL-MM.                                   BKPRNT00
018617 END-OF-JOB.                                                      BKPRNT00
