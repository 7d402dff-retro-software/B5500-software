001900  CARDS ARE EMITTED FOR THE DISK CANDIDATES AND EACH REMOVAL            00
002000  IS LOGGED TO THE SHARED AUDIT TRAIL.                                  00
002100                                                                        00
002110  CONTROL FILES THE LIBRARY ITSELF DEPENDS ON ARE NEVER                 00
002120  CANDIDATES - AUDITTRL, LOGSUMRY, LOGHOLD, RATECARD, PROGNORM,         00
002121  SOLTINDX, DATADICT, DICTNDX, PCHQUEUE, PCHLOG, DIREXT,                00
002122  BILLSUMR, BILLCTL, RUNAUTH, OPROSTER, OPSMSG, VOLCAT, SRCLIB,         00
002123  RETSCHED, BATCHREG, ARLEDGER, USERMSTR, FISCCAL, CHGREQ,              00
002124  RUNCAL, INCIDENT, SVCLOG, MAINTWIN, AVAILSUM, COMPHIST,               00
002125  DEVHIST, LINEAGE, JOBDURS, MGTHIST, STDHIST, STDRULES,                00
002126  DTABLIB, CTLVSTAT, RPLYHIST, RPTDEFS, RPTINDX, RPTDIST,               00
002127  RPTDLOG, DEADLNS, SEGDAYS, SHIPSITE AND WEARCTL (ANY FILE             00
002130  WHOSE NAME BEGINS WITH THE SAME SEVEN CHARACTERS).                    00
002400  THE DIRECTORYS PURGE-FACTOR IS NOT CARRIED IN THE EXTRACT -           00
002500  DIRCTRYS OWN P FLAG REMAINS THE PLACE TO SEE IT.                      00
002600                                                                        00
002601  EVERY OTHER ENTRY IS ALSO AGED BY THE SHARED RETENTION                00
002602  SCHEDULE RETSCHED - THE DISK RULE FOR ITS PREFIX (A RULE WHOSE        00
002603  SUFFIX PATTERN MATCHES WINNING OVER THE RULE FOR ALL SUFFIXES).       00
002604  A PURGE RULE MAKES THE FILE A CANDIDATE ONCE ITS CREATION DATE        00
002605  IS OLDER THAN THE RULES DAYS ("AGED PUNCH" FOR PUNCHDONE DECKS,       00
002606  "RETENTION" FOR THE REST). A KEEP RULE, OR AN ARCHIVE RULE            00
002607  WHOSE ARCHIVE STEP THIS PROGRAM CANNOT TAKE, KEEPS THE FILE OFF       00
002608  THE WORKSHEET ALTOGETHER. A PUNCHDONE DECK WITH NO RULE TAKES         00
002609  PCHPURGES 7 DAYS. THE SOLT REEL SECTION USES THE TAPE SOLT RULE       00
002610  IN PLACE OF THE TEN-DAY SAVE FACTOR.                                  00
002611                                                                        00
002700  REPLIES - RUN IDENTIFIER, STALE-ACCESS CUTOFF (5 DIGITS,              00
002800  00000 SKIPS THE STALE CLASS), PUNCHDONE CUTOFF (5 DIGITS,             00
002900  00000 AGES PUNCHDONE BY RETSCHED), THEN Y TO CONFIRM REMOVALS.        00
003000                                                                        00
003100                                                                        00
003200 IDENTIFICATION DIVISION.                                         SPCREC00
004700     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           SPCREC00
004800     SELECT AUTH-FILE ASSIGN TO DISK                              SPCREC00
004900         FILE STATUS IS AUTH-FILE-STATUS.                         SPCREC00
004910     SELECT OPER-FILE ASSIGN TO DISK                              SPCREC00
004920         FILE STATUS IS OPER-FILE-STATUS.                         SPCREC00
004930     SELECT RET-SCHED   ASSIGN TO DISK                            SPCREC00
004940         FILE STATUS IS RET-FILE-STATUS.                          SPCREC00
005000     SELECT REPORT-FILE ASSIGN TO PRINTER DISK.                   SPCREC00
005100 DATA DIVISION.                                                   SPCREC00
005200 FILE SECTION.                                                    SPCREC00
008100     05    FILLER                 SZ 1.                           SPCREC00
008200     05    SI-SCR-FLAG            PC X.                           SPCREC00
008300     05    FILLER                 SZ 28.                          SPCREC00
008301 MD  RET-SCHED                                                    SPCREC00
008302     ACCESS SEQUENTIAL                                            SPCREC00
008303     BLOCK CONTAINS 1 RECORDS                                     SPCREC00
008304     VALUE OF ID "RETSCHED"                                       SPCREC00
008305     DATA RECORD RS-REC.                                          SPCREC00
008306 01  RS-REC          SZ 80.                                       SPCREC00
008307     05  RS-MEDIUM       PC X.                                    SPCREC00
008308     05  FILLER          SZ 1.                                    SPCREC00
008309     05  RS-CATEGORY     PC X(8).                                 SPCREC00
008310     05  FILLER          SZ 1.                                    SPCREC00
008311     05  RS-PATTERN      PC X(7).                                 SPCREC00
008312     05  FILLER          SZ 1.                                    SPCREC00
008313     05  RS-DAYS         PC 9(3).                                 SPCREC00
008314     05  FILLER          SZ 1.                                    SPCREC00
008315     05  RS-DISP         PC X.                                    SPCREC00
008316     05  FILLER          SZ 56.                                   SPCREC00
008400 MD  AUTH-FILE                                                    SPCREC00
008500     ACCESS SEQUENTIAL                                            SPCREC00
008600     BLOCK CONTAINS 1 RECORDS                                     SPCREC00
009000     05  RA-RUN-ID       PC X(7).                                 SPCREC00
009100     05  FILLER          SZ 1.                                    SPCREC00
009200     05  RA-PROGRAM      PC X(8).                                 SPCREC00
009300     05  FILLER          SZ 1.                                    SPCREC00
009310     05  RA-EXPIRES      PC 9(6).                                 SPCREC00
009320     05  FILLER          SZ 57.                                   SPCREC00
009321 MD  OPER-FILE                                                    SPCREC00
009322     ACCESS SEQUENTIAL                                            SPCREC00
009323     BLOCK CONTAINS 1 RECORDS                                     SPCREC00
009324     VALUE OF ID "OPROSTER"                                       SPCREC00
009325     DATA RECORD OPER-REC.                                        SPCREC00
009326 01  OPER-REC        SZ 80.                                       SPCREC00
009327     05  OR-CODE         PC X(3).                                 SPCREC00
009328     05  FILLER          SZ 1.                                    SPCREC00
009329     05  OR-NAME         PC X(20).                                SPCREC00
009330     05  FILLER          SZ 1.                                    SPCREC00
009331     05  OR-STATUS       PC X.                                    SPCREC00
009332     05  FILLER          SZ 54.                                   SPCREC00
009400 MD  AUDIT-TRAIL                                                  SPCREC00
009500     ACCESS MODE IS RANDOM                                        SPCREC00
009600     ACTUAL KEY IS AU-KEY                                         SPCREC00
009700     RECORD CONTAINS 44 CHARACTERS                                SPCREC00
009800     LABEL RECORD IS STANDARD                                     SPCREC00
009900     VALUE OF ID IS "AUDITTRL"                                    SPCREC00
010000     DATA RECORD IS AUDIT-REC.                                    SPCREC00
010100 01  AUDIT-REC       SZ 44.                                       SPCREC00
010200     05  AU-PROGRAM      PC X(8)  VA "SPACEREC".                  SPCREC00
010300     05  AU-DATE         PC 9(6).                                 SPCREC00
010400     05  AU-TIME         PC 9(4).                                 SPCREC00
010500     05  AU-EVENT        PC X(8).                                 SPCREC00
010600     05  AU-RESULT       PC X(8).                                 SPCREC00
010700     05  AU-RUN-ID       PC X(7).                                 SPCREC00
010710     05  AU-OPERATOR     PC X(3).                                 SPCREC00
010800 01  AUDIT-CTL.                                                   SPCREC00
010900     05  AC-NEXT-SLOT    PC 9(8).                                 SPCREC00
010910     05  AC-HASH         PC 9(9).                                 SPCREC00
011000     05  FILLER          SZ 27.                                   SPCREC00
011100 FD  REPORT-FILE                                                  SPCREC00
011200         VALUE OF ID "SPACEREC"                                   SPCREC00
011300         DATA RECORD REPORT-REC.                                  SPCREC00
011500 WORKING-STORAGE SECTION.                                         SPCREC00
011600 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        SPCREC00
011700 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     SPCREC00
011701 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     SPCREC00
011702 77  OPERATOR-CODE   VA SPACE        PC X(3).                     SPCREC00
011703 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        SPCREC00
011704 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        SPCREC00
011710 77  AUTH-TODAY      CMP-1   PC 9(6).                             SPCREC00
011720 77  AUTH-DATE-IN            PC 9(6).                             SPCREC00
011800 77  SLT-FILE-STATUS  VA SPACE       PC X(2).                     SPCREC00
011900 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             SPCREC00
012000 77  AU-HH           CMP-1   PC 99.                               SPCREC00
012100 77  AU-MM           CMP-1   PC 99.                               SPCREC00
012200 77  AU-KEY          CMP-1   PC 9(8).                             SPCREC00
012300 77  AU-NEXT         CMP-1   PC 9(8).                             SPCREC00
012400 01  AU-SAVE-REC             SZ 44.                               SPCREC00
012401 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     SPCREC00
012402 77  AU-REC-SUM              CMP-1   PC 9(6).                     SPCREC00
012403 77  AU-CX                   CMP-1   PC 99.                       SPCREC00
012404 77  AU-TX                   CMP-1   PC 99.                       SPCREC00
012405 77  AU-CODE                 CMP-1   PC 99.                       SPCREC00
012406 01  AU-HASH-REC.                                                 SPCREC00
012407     05  AU-HC       OC 44   PC X.                                SPCREC00
012408 01  AU-CHAR-SET.                                                 SPCREC00
012409     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          SPCREC00
012410     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          SPCREC00
012411 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           SPCREC00
012412     05  AU-CHAR     OC 48   PC X.                                SPCREC00
012500 77  RUN-ID-ENTRY            PC X(7).                             SPCREC00
012600 77  STALE-CUTOFF            PC 9(5).                             SPCREC00
012700 77  PDONE-CUTOFF            PC 9(5).                             SPCREC00
013600 77  CONFIRM-REPLY           PC X.                                SPCREC00
013700 77  TODAY-DAYNO     CMP-1   PC 9(8).                             SPCREC00
013800 77  ENTRY-DAYNO     CMP-1   PC 9(8).                             SPCREC00
013801 77  RET-FILE-STATUS VA SPACE        PC X(2).                     SPCREC00
013802 77  RULE-CNT        VA 0    CMP-1   PC 999.                      SPCREC00
013803 77  RX                      CMP-1   PC 999.                      SPCREC00
013804 77  RHIT                    CMP-1   PC 999.                      SPCREC00
013805 77  BASE-HIT                CMP-1   PC 999.                      SPCREC00
013806 77  PX                      CMP-1   PC 9.                        SPCREC00
013807 77  MATCH-SW                CMP-1   PC 9.                        SPCREC00
013808 77  STOP-SW                 CMP-1   PC 9.                        SPCREC00
013809 77  RULE-DAYS               CMP-1   PC 9(8).                     SPCREC00
013810 77  RULE-DISP                       PC X.                        SPCREC00
013811 77  SOLT-DAYS       VA 10   CMP-1   PC 9(3).                     SPCREC00
013812 77  SOLT-DISP       VA "P"          PC X.                        SPCREC00
013813 77  TODAY-DOY               CMP-1   PC 9(3).                     SPCREC00
013814 77  CUTOFF-JULIAN           CMP-1   PC 9(8).                     SPCREC00
013815 77  CUT-DAYS                CMP-1   PC 9(8).                     SPCREC00
013816 77  CUT-YY                  CMP-1   PC 99.                       SPCREC00
013817 77  CUT-DOY                 CMP-1   PC 9(3).                     SPCREC00
013818 01  RULE-TABLE.                                                  SPCREC00
013819     05  RULE-ENTRY  OC 100.                                      SPCREC00
013820         10  SR-PREFIX       PC X(7).                             SPCREC00
013821         10  SR-PATTERN      PC X(7).                             SPCREC00
013822         10  SR-DAYS         PC 9(3).                             SPCREC00
013823         10  SR-DISP         PC X.                                SPCREC00
013824 01  PAT-WORK.                                                    SPCREC00
013825     05  PW-CHAR     OC 7    PC X.                                SPCREC00
013826 01  SUF-WORK.                                                    SPCREC00
013827     05  SW-CHAR     OC 7    PC X.                                SPCREC00
013828 01  MONTH-DAY-TABLE.                                             SPCREC00
013829     05  FILLER  PC 9(3)  VA 000.                                 SPCREC00
013830     05  FILLER  PC 9(3)  VA 031.                                 SPCREC00
013831     05  FILLER  PC 9(3)  VA 059.                                 SPCREC00
013832     05  FILLER  PC 9(3)  VA 090.                                 SPCREC00
013833     05  FILLER  PC 9(3)  VA 120.                                 SPCREC00
013834     05  FILLER  PC 9(3)  VA 151.                                 SPCREC00
013835     05  FILLER  PC 9(3)  VA 181.                                 SPCREC00
013836     05  FILLER  PC 9(3)  VA 212.                                 SPCREC00
013837     05  FILLER  PC 9(3)  VA 243.                                 SPCREC00
013838     05  FILLER  PC 9(3)  VA 273.                                 SPCREC00
013839     05  FILLER  PC 9(3)  VA 304.                                 SPCREC00
013840     05  FILLER  PC 9(3)  VA 334.                                 SPCREC00
013841 01  MONTH-DAY-R REDEFINES MONTH-DAY-TABLE.                       SPCREC00
013842     05  MONTH-BASE  OC 12   PC 9(3).                             SPCREC00
013900 01  DATE-WORK.                                                   SPCREC00
014000     05  DW-MM               PC 99.                               SPCREC00
014100     05  DW-DD               PC 99.                               SPCREC00
015600     05  FILLER  PC X(7)  VA "OPSMSG ".                           SPCREC00
015700     05  FILLER  PC X(7)  VA "VOLCAT ".                           SPCREC00
015800     05  FILLER  PC X(7)  VA "SRCLIB ".                           SPCREC00
015810     05  FILLER  PC X(7)  VA "RETSCHE".                           SPCREC00
015820     05  FILLER  PC X(7)  VA "BATCHRE".                           SPCREC00
015821     05  FILLER  PC X(7)  VA "ARLEDGE".                           SPCREC00
015822     05  FILLER  PC X(7)  VA "AVAILSU".                           SPCREC00
015823     05  FILLER  PC X(7)  VA "BILLCTL".                           SPCREC00
015824     05  FILLER  PC X(7)  VA "CHGREQ ".                           SPCREC00
015825     05  FILLER  PC X(7)  VA "COMPHIS".                           SPCREC00
015826     05  FILLER  PC X(7)  VA "CTLVSTA".                           SPCREC00
015827     05  FILLER  PC X(7)  VA "DEADLNS".                           SPCREC00
015828     05  FILLER  PC X(7)  VA "DEVHIST".                           SPCREC00
015829     05  FILLER  PC X(7)  VA "DICTNDX".                           SPCREC00
015830     05  FILLER  PC X(7)  VA "DTABLIB".                           SPCREC00
015831     05  FILLER  PC X(7)  VA "FISCCAL".                           SPCREC00
015832     05  FILLER  PC X(7)  VA "INCIDEN".                           SPCREC00
015833     05  FILLER  PC X(7)  VA "JOBDURS".                           SPCREC00
015834     05  FILLER  PC X(7)  VA "LINEAGE".                           SPCREC00
015835     05  FILLER  PC X(7)  VA "MAINTWI".                           SPCREC00
015836     05  FILLER  PC X(7)  VA "MGTHIST".                           SPCREC00
015837     05  FILLER  PC X(7)  VA "OPROSTE".                           SPCREC00
015838     05  FILLER  PC X(7)  VA "RPLYHIS".                           SPCREC00
015839     05  FILLER  PC X(7)  VA "RPTDEFS".                           SPCREC00
015840     05  FILLER  PC X(7)  VA "RPTDIST".                           SPCREC00
015841     05  FILLER  PC X(7)  VA "RPTDLOG".                           SPCREC00
015842     05  FILLER  PC X(7)  VA "RPTINDX".                           SPCREC00
015843     05  FILLER  PC X(7)  VA "RUNCAL ".                           SPCREC00
015844     05  FILLER  PC X(7)  VA "SEGDAYS".                           SPCREC00
015845     05  FILLER  PC X(7)  VA "SHIPSIT".                           SPCREC00
015846     05  FILLER  PC X(7)  VA "STDHIST".                           SPCREC00
015847     05  FILLER  PC X(7)  VA "STDRULE".                           SPCREC00
015848     05  FILLER  PC X(7)  VA "SVCLOG ".                           SPCREC00
015849     05  FILLER  PC X(7)  VA "USERMST".                           SPCREC00
015850     05  FILLER  PC X(7)  VA "WEARCTL".                           SPCREC00
015900 01  PROTECT-R REDEFINES PROTECT-TABLE.                           SPCREC00
016000     05  PROT-ID  OC 47  PC X(7).                                 SPCREC00
016100 01  CAND-TABLE.                                                  SPCREC00
016200     05  CAND-ENT  OC 150.                                        SPCREC00
016300         10  CD-PREFIX       PC X(7).                             SPCREC00
020800     PERFORM 950-AUDIT-START.                                     SPCREC00
020900     DISPLAY "ENTER STALE-ACCESS CUTOFF (5 DIGITS, 0 = SKIP)".    SPCREC00
021000     ACCEPT STALE-CUTOFF.                                         SPCREC00
021100     DISPLAY "ENTER PUNCHDONE CUTOFF (5 DIGITS, 0 = RETSCHED)".   SPCREC00
021200     ACCEPT PDONE-CUTOFF.                                         SPCREC00
021210     MOVE TODAYS-DATE TO DATE-WORK.                               SPCREC00
021220     COMPUTE TODAY-DOY = MONTH-BASE (DW-MM) + DW-DD.              SPCREC00
021230     PERFORM 150-LOAD-RULES THRU 150X.                            SPCREC00
021300     OPEN OUTPUT REPORT-FILE.                                     SPCREC00
021400     WRITE REPORT-REC FROM TITLE-LINE BEFORE ADVANCING 2 LINES.   SPCREC00
021500     OPEN INPUT DIR-EXTRACT.                                      SPCREC00
021800     IF DX-PREFIX = "*DIREXT" GO TO 200-SCAN.                     SPCREC00
021900     PERFORM 250-PROTECT-CHECK THRU 250X.                         SPCREC00
022000     IF PROT-SW = 1 GO TO 200-SCAN.                               SPCREC00
022010     PERFORM 270-RULE-LOOK THRU 270X.                             SPCREC00
022020     IF RULE-DISP = "K" OR RULE-DISP = "A" GO TO 200-SCAN.        SPCREC00
022030     IF DX-PREFIX = "PUNCHDO" AND PDONE-CUTOFF IS GREATER THAN 0  SPCREC00
022300         IF DX-CREATION IS LESS THAN PDONE-CUTOFF                 SPCREC00
022400             MOVE "AGED PUNCH" TO CD-WHY (150)                    SPCREC00
022500             PERFORM 260-TAKE-CAND THRU 260X                      SPCREC00
022510             GO TO 200-SCAN.                                      SPCREC00
022520     IF DX-PREFIX = "PUNCHDO" AND PDONE-CUTOFF IS GREATER THAN 0  SPCREC00
022530         GO TO 210-STALE-CHECK.                                   SPCREC00
022540     IF RULE-DISP NOT = "P" GO TO 210-STALE-CHECK.                SPCREC00
022550     PERFORM 230-CUTOFF THRU 230X.                                SPCREC00
022560     IF DX-CREATION IS NOT LESS THAN CUTOFF-JULIAN                SPCREC00
022570         GO TO 210-STALE-CHECK.                                   SPCREC00
022580     MOVE "RETENTION " TO CD-WHY (150).                           SPCREC00
022590     IF DX-PREFIX = "PUNCHDO" MOVE "AGED PUNCH" TO CD-WHY (150).  SPCREC00
022600     PERFORM 260-TAKE-CAND THRU 260X.                             SPCREC00
022610     GO TO 200-SCAN.                                              SPCREC00
022620 210-STALE-CHECK.                                                 SPCREC00
022700     IF STALE-CUTOFF IS GREATER THAN 0                            SPCREC00
022800         IF DX-LAST-ACCESS IS LESS THAN STALE-CUTOFF              SPCREC00
022900             MOVE "STALE     " TO CD-WHY (150)                    SPCREC00
023000             PERFORM 260-TAKE-CAND THRU 260X.                     SPCREC00
023100     GO TO 200-SCAN.                                              SPCREC00
023101 150-LOAD-RULES.                                                  SPCREC00
023102     NOTE  THE DISK RULES ARE HELD FOR THE SCAN AND THE TAPE      SPCREC00
023103         SOLT RULE REPLACES THE TEN-DAY SAVE FACTOR - A MISSING   SPCREC00
023104         RETSCHED LEAVES ONLY THE OPERATOR CUTOFFS AND THE OLD    SPCREC00
023105         PUNCHDONE AND SOLT DEFAULTS.                             SPCREC00
023106     OPEN INPUT RET-SCHED.                                        SPCREC00
023107     IF RET-FILE-STATUS NOT = "00" GO TO 150X.                    SPCREC00
023108 155-LOAD-READ.                                                   SPCREC00
023109     READ RET-SCHED AT END GO TO 158-LOAD-DONE.                   SPCREC00
023110     IF RS-DAYS NOT NUMERIC GO TO 155-LOAD-READ.                  SPCREC00
023111     IF RS-MEDIUM = "T" AND RS-CATEGORY = "SOLT    "              SPCREC00
023112         MOVE RS-DAYS TO SOLT-DAYS                                SPCREC00
023113         MOVE RS-DISP TO SOLT-DISP.                               SPCREC00
023114     IF RS-MEDIUM NOT = "D" GO TO 155-LOAD-READ.                  SPCREC00
023115     IF RULE-CNT = 100 GO TO 158-LOAD-DONE.                       SPCREC00
023116     ADD 1 TO RULE-CNT.                                           SPCREC00
023117     MOVE RS-CATEGORY TO SR-PREFIX (RULE-CNT).                    SPCREC00
023118     MOVE RS-PATTERN TO SR-PATTERN (RULE-CNT).                    SPCREC00
023119     MOVE RS-DAYS TO SR-DAYS (RULE-CNT).                          SPCREC00
023120     MOVE RS-DISP TO SR-DISP (RULE-CNT).                          SPCREC00
023121     GO TO 155-LOAD-READ.                                         SPCREC00
023122 158-LOAD-DONE.                                                   SPCREC00
023123     CLOSE RET-SCHED.                                             SPCREC00
023124 150X.   EXIT.                                                    SPCREC00
023125 230-CUTOFF.                                                      SPCREC00
023126     NOTE  THE CUTOFF IS THE YYDDD DATE THE RULES RETENTION       SPCREC00
023127         REACHES BACK TO - A RETENTION LONGER THAN THE DAYS       SPCREC00
023128         GONE THIS YEAR STEPS BACK A YEAR AT A TIME.              SPCREC00
023129     MOVE RULE-DAYS TO CUT-DAYS.                                  SPCREC00
023130     MOVE DW-YY TO CUT-YY.                                        SPCREC00
023131     MOVE TODAY-DOY TO CUT-DOY.                                   SPCREC00
023132 235-CUTOFF-YEAR.                                                 SPCREC00
023133     IF CUT-DOY IS GREATER THAN CUT-DAYS                          SPCREC00
023134         COMPUTE CUTOFF-JULIAN =                                  SPCREC00
023135             CUT-YY * 1000 + CUT-DOY - CUT-DAYS                   SPCREC00
023136         GO TO 230X.                                              SPCREC00
023137     COMPUTE CUT-DAYS = CUT-DAYS - CUT-DOY.                       SPCREC00
023138     COMPUTE CUT-YY = CUT-YY - 1.                                 SPCREC00
023139     MOVE 365 TO CUT-DOY.                                         SPCREC00
023140     GO TO 235-CUTOFF-YEAR.                                       SPCREC00
023141 230X.   EXIT.                                                    SPCREC00
023200 250-PROTECT-CHECK.                                               SPCREC00
023300     MOVE 0 TO PROT-SW.                                           SPCREC00
023400     PERFORM 255-PROT-ONE VARYING PT-IX FROM 1 BY 1               SPCREC00
023500         UNTIL PT-IX IS GREATER THAN 47.                          SPCREC00
023600 250X.   EXIT.                                                    SPCREC00
023700 255-PROT-ONE.                                                    SPCREC00
023800     IF DX-PREFIX = PROT-ID (PT-IX) MOVE 1 TO PROT-SW.            SPCREC00
025100     MOVE SPACE TO CD-DONE (CAND-CNT).                            SPCREC00
025200     ADD DX-SEGS TO TOTAL-SEGS.                                   SPCREC00
025300 260X.   EXIT.                                                    SPCREC00
025301 270-RULE-LOOK.                                                   SPCREC00
025302     NOTE  A RULE WHOSE SUFFIX PATTERN MATCHES THE FILE WINS OVER SPCREC00
025303         THE RULE FOR ALL SUFFIXES OF ITS PREFIX. RULE-DISP IS    SPCREC00
025304         LEFT BLANK WHEN NO RULE COVERS THE FILE.                 SPCREC00
025305     MOVE 0 TO RHIT.                                              SPCREC00
025306     MOVE 0 TO BASE-HIT.                                          SPCREC00
025307     MOVE DX-SUFFIX TO SUF-WORK.                                  SPCREC00
025308     PERFORM 272-RULE-ONE THRU 272X VARYING RX FROM 1 BY 1        SPCREC00
025309         UNTIL RX IS GREATER THAN RULE-CNT.                       SPCREC00
025310     IF RHIT = 0 MOVE BASE-HIT TO RHIT.                           SPCREC00
025311     MOVE 0 TO RULE-DAYS.                                         SPCREC00
025312     MOVE SPACE TO RULE-DISP.                                     SPCREC00
025313     IF RHIT IS GREATER THAN 0                                    SPCREC00
025314         MOVE SR-DAYS (RHIT) TO RULE-DAYS                         SPCREC00
025315         MOVE SR-DISP (RHIT) TO RULE-DISP.                        SPCREC00
025316     IF RHIT = 0 AND DX-PREFIX = "PUNCHDO"                        SPCREC00
025317         MOVE 7 TO RULE-DAYS                                      SPCREC00
025318         MOVE "P" TO RULE-DISP.                                   SPCREC00
025319     IF RULE-DISP = "P" AND RULE-DAYS = 0 MOVE 7 TO RULE-DAYS.    SPCREC00
025320 270X.   EXIT.                                                    SPCREC00
025321 272-RULE-ONE.                                                    SPCREC00
025322     IF SR-PREFIX (RX) NOT = DX-PREFIX GO TO 272X.                SPCREC00
025323     IF SR-PATTERN (RX) = SPACES                                  SPCREC00
025324         IF BASE-HIT = 0 MOVE RX TO BASE-HIT.                     SPCREC00
025325     IF SR-PATTERN (RX) = SPACES GO TO 272X.                      SPCREC00
025326     IF RHIT IS GREATER THAN 0 GO TO 272X.                        SPCREC00
025327     MOVE SR-PATTERN (RX) TO PAT-WORK.                            SPCREC00
025328     MOVE 1 TO MATCH-SW.                                          SPCREC00
025329     MOVE 0 TO STOP-SW.                                           SPCREC00
025330     PERFORM 275-PAT-CHAR VARYING PX FROM 1 BY 1                  SPCREC00
025331         UNTIL PX IS GREATER THAN 7 OR STOP-SW = 1.               SPCREC00
025332     IF MATCH-SW = 1 MOVE RX TO RHIT.                             SPCREC00
025333 272X.   EXIT.                                                    SPCREC00
025334 275-PAT-CHAR.                                                    SPCREC00
025335     IF PW-CHAR (PX) = "*" MOVE 1 TO STOP-SW.                     SPCREC00
025336     IF STOP-SW = 0                                               SPCREC00
025337         IF PW-CHAR (PX) NOT = SW-CHAR (PX)                       SPCREC00
025338             MOVE 0 TO MATCH-SW                                   SPCREC00
025339             MOVE 1 TO STOP-SW.                                   SPCREC00
025400 300-SCAN-DONE.                                                   SPCREC00
025500     CLOSE DIR-EXTRACT.                                           SPCREC00
025600     PERFORM 310-RANK-ONE THRU 310X CAND-CNT TIMES.               SPCREC00
030300     IF SLT-FILE-STATUS NOT = "00" GO TO 400X.                    SPCREC00
030400     WRITE REPORT-REC FROM BLANK-LINE.                            SPCREC00
030500     WRITE REPORT-REC FROM TAPE-HEAD.                             SPCREC00
030510     IF SOLT-DISP = "K" GO TO 420-TAPE-DONE.                      SPCREC00
030600 410-TAPE-READ.                                                   SPCREC00
030700     READ SOLT-INDEX AT END GO TO 420-TAPE-DONE.                  SPCREC00
030800     IF SI-SCR-FLAG = "S" GO TO 410-TAPE-READ.                    SPCREC00
030900     MOVE SI-DATE TO DATE-WORK.                                   SPCREC00
031000     COMPUTE ENTRY-DAYNO = DW-YY * 372 + DW-MM * 31               SPCREC00
031100         + DW-DD + SOLT-DAYS.                                     SPCREC00
031200     IF TODAY-DAYNO IS NOT GREATER THAN ENTRY-DAYNO               SPCREC00
031300         GO TO 410-TAPE-READ.                                     SPCREC00
031400     MOVE SI-PROGRAM-ID TO TP-ID.                                 SPCREC00
033100     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SPCREC00
033200 500X.   EXIT.                                                    SPCREC00
033300 950-AUDIT-START.                                                 SPCREC00
033400     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     SPCREC00
033500     MOVE TODAYS-DATE TO AU-DATE.                                 SPCREC00
033600     MOVE "START   " TO AU-EVENT.                                 SPCREC00
033700     MOVE SPACES TO AU-RESULT.                                    SPCREC00
036800     ADD 1 TO AU-NEXT.                                            SPCREC00
036900     GO TO 980-AUDIT-SKIP.                                        SPCREC00
037000 985-AUDIT-FREE.                                                  SPCREC00
037010     MOVE 1 TO AU-KEY.                                            SPCREC00
037020     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       SPCREC00
037030     MOVE 0 TO AU-HASH.                                           SPCREC00
037040     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  SPCREC00
037100     MOVE AU-NEXT TO AU-KEY.                                      SPCREC00
037200     MOVE AU-SAVE-REC TO AUDIT-REC.                               SPCREC00
037210     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                SPCREC00
037300 990-AUDIT-PUT.                                                   SPCREC00
037400     WRITE AUDIT-REC INVALID KEY                                  SPCREC00
037500         DISPLAY "AUDIT TRAIL FULL".                              SPCREC00
037700     MOVE 1 TO AU-KEY.                                            SPCREC00
037800     MOVE SPACES TO AUDIT-REC.                                    SPCREC00
037900     MOVE AU-NEXT TO AC-NEXT-SLOT.                                SPCREC00
037910     MOVE AU-HASH TO AC-HASH.                                     SPCREC00
038000     WRITE AUDIT-REC INVALID KEY                                  SPCREC00
038100         DISPLAY "AUDIT CONTROL ERROR".                           SPCREC00
038200     MOVE AU-SAVE-REC TO AUDIT-REC.                               SPCREC00
038300     CLOSE AUDIT-TRAIL.                                           SPCREC00
038301 991-AUDIT-HASH.                                                  SPCREC00
038302     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        SPCREC00
038303         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     SPCREC00
038304         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     SPCREC00
038305         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         SPCREC00
038306         REMOVED AFTER IT WAS WRITTEN.                            SPCREC00
038307     MOVE AUDIT-REC TO AU-HASH-REC.                               SPCREC00
038308     MOVE 0 TO AU-REC-SUM.                                        SPCREC00
038309     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        SPCREC00
038310         UNTIL AU-CX IS GREATER THAN 44.                          SPCREC00
038311     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       SPCREC00
038312         MOD 999999937.                                           SPCREC00
038313     GO TO 994-AUDIT-HASH-X.                                      SPCREC00
038314 992-AUDIT-HASH-CHAR.                                             SPCREC00
038315     MOVE 49 TO AU-CODE.                                          SPCREC00
038316     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        SPCREC00
038317         UNTIL AU-TX IS GREATER THAN 48.                          SPCREC00
038318     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           SPCREC00
038319 993-AUDIT-HASH-LOOK.                                             SPCREC00
038320     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    SPCREC00
038321 994-AUDIT-HASH-X.                                                SPCREC00
038322     EXIT.                                                        SPCREC00
038400 940-AUTH-CHECK.                                                  SPCREC00
038500     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         SPCREC00
038600         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           SPCREC00
039600 941-AUTH-READ.                                                   SPCREC00
039700     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   SPCREC00
039800     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         SPCREC00
039900     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                SPCREC00
040100     GO TO 941-AUTH-READ.                                         SPCREC00
040200 943-AUTH-DONE.                                                   SPCREC00
040300     CLOSE AUTH-FILE.                                             SPCREC00
041000     STOP RUN.                                                    SPCREC00
041100 945-AUTH-X.                                                      SPCREC00
041200     EXIT.                                                        SPCREC00
041201 946-AUTH-GRANT.                                                  SPCREC00
041202     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          SPCREC00
041203         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         SPCREC00
041204         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            SPCREC00
041205         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                SPCREC00
041206     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            SPCREC00
041207     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            SPCREC00
041208         + AUTH-DATE-IN DIV 100.                                  SPCREC00
041209     IF RA-EXPIRES NUMERIC                                        SPCREC00
041210         IF RA-EXPIRES NOT = 0                                    SPCREC00
041211             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                SPCREC00
041212                 GO TO 947-AUTH-GRANT-X.                          SPCREC00
041213     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             SPCREC00
041214     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             SPCREC00
041215 947-AUTH-GRANT-X.                                                SPCREC00
041216     EXIT.                                                        SPCREC00
041217 930-OPER-SIGNON.                                                 SPCREC00
041218     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      SPCREC00
041219         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       SPCREC00
041220         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          SPCREC00
041221         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       SPCREC00
041222         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           SPCREC00
041223         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         SPCREC00
041224         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                SPCREC00
041225     MOVE 0 TO OPER-TRIES.                                        SPCREC00
041226 931-OPER-ASK.                                                    SPCREC00
041227     ADD 1 TO OPER-TRIES.                                         SPCREC00
041228     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            SPCREC00
041229     ACCEPT OPERATOR-CODE.                                        SPCREC00
041230     MOVE OPERATOR-CODE TO AU-OPERATOR.                           SPCREC00
041231     MOVE 0 TO OPER-OK-SW.                                        SPCREC00
041232     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               SPCREC00
041233     OPEN INPUT OPER-FILE.                                        SPCREC00
041234     IF OPER-FILE-STATUS NOT = "00"                               SPCREC00
041235         MOVE 1 TO OPER-OK-SW                                     SPCREC00
041236         GO TO 933-OPER-DONE.                                     SPCREC00
041237 932-OPER-READ.                                                   SPCREC00
041238     READ OPER-FILE AT END                                        SPCREC00
041239         CLOSE OPER-FILE                                          SPCREC00
041240         GO TO 933-OPER-DONE.                                     SPCREC00
041241     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          SPCREC00
041242     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 SPCREC00
041243     GO TO 932-OPER-READ.                                         SPCREC00
041244 933-OPER-DONE.                                                   SPCREC00
041245     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       SPCREC00
041246     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           SPCREC00
041247     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             SPCREC00
041248     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             SPCREC00
041249     MOVE TODAYS-DATE TO AU-DATE.                                 SPCREC00
041250     MOVE "SIGNFAIL" TO AU-EVENT.                                 SPCREC00
041251     MOVE "REFUSED " TO AU-RESULT.                                SPCREC00
041252     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  SPCREC00
041253     STOP RUN.                                                    SPCREC00
041254 934-OPER-AUTH.                                                   SPCREC00
041255     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      SPCREC00
041256 935-OPER-X.                                                      SPCREC00
041257     EXIT.                                                        SPCREC00
041300 END-OF-JOB.                                                      SPCREC00
