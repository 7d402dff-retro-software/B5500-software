001550     SELECT AUDIT-TRAIL ASSIGN TO DISK.                            U998150
001551     SELECT AUTH-FILE ASSIGN TO DISK                               U998150
001552         FILE STATUS IS AUTH-FILE-STATUS.                          U998150
001553     SELECT OPER-FILE ASSIGN TO DISK                               U998150
001554         FILE STATUS IS OPER-FILE-STATUS.                          U998150
001560     SELECT KWIC-DEFS ASSIGN TO DISK.                              U998150
001561     SELECT TITLE-MASTER ASSIGN TO DISK.                          U998150 
001562     SELECT KWIC-INDEX ASSIGN TO DISK.                            U998150 
001600 DATA DIVISION.                                                    U998150
001700 FILE SECTION.                                                     U998150
001701 FD  OPER-FILE                                                     U998150
001702     ACCESS SEQUENTIAL                                             U998150
001703     BLOCK CONTAINS 1 RECORDS                                      U998150
001704     VALUE OF ID "OPROSTER"                                        U998150
001705     DATA RECORD OPER-REC.                                         U998150
001706 01  OPER-REC        SZ 80.                                        U998150
001707     05  OR-CODE         PC X(3).                                  U998150
001708     05  FILLER          SZ 1.                                     U998150
001709     05  OR-NAME         PC X(20).                                 U998150
001710     05  FILLER          SZ 1.                                     U998150
001711     05  OR-STATUS       PC X.                                     U998150
001712     05  FILLER          SZ 54.                                    U998150
001800 FD  CARD-FILE;                                                    U998150
001900     LABEL RECORD IS STANDARD                                      U998150
002000     VALUE OF ID IS "U050070"                                      U998150
004616     05  RA-RUN-ID       PC X(7).                                  U998150
004617     05  FILLER          SZ 1.                                     U998150
004618     05  RA-PROGRAM      PC X(8).                                  U998150
004619     05  FILLER          SZ 1.                                     U998150
004620     05  RA-EXPIRES      PC 9(6).                                  U998150
004621     05  FILLER          SZ 57.                                    U998150
004622 FD  AUDIT-TRAIL;                                                  U998150
004623     ACCESS RANDOM ACTUAL KEY IS AU-KEY                            U998150
004624     LABEL RECORD IS STANDARD                                      U998150
004630     VALUE OF ID IS "AUDITTRL"                                     U998150
004640     DATA RECORDS ARE AUDIT-REC.                                   U998150
004650 01  AUDIT-REC.                                                    U998150
004680     02  AU-EVENT    PC X(8).                                      U998150
004690     02  AU-RESULT   PC X(8).                                      U998150
004691     02  AU-RUN-ID   PC X(7).                                      U998150
004692     02  AU-OPERATOR PC X(3).                                      U998150
004693 01  AUDIT-CTL.                                                    U998150
004694     05  AC-NEXT-SLOT        PC 9(8).                              U998150
004695     05  AC-HASH             PC 9(9).                              U998150
004696     05  FILLER              SZ 27.                                U998150
004697 FD  KWIC-DEFS;                                                    U998150
004698     LABEL RECORD IS STANDARD                                      U998150
004699     VALUE OF ID IS "KWICDEFS"                                     U998150
004700     DATA RECORDS ARE KD-REC.                                      U998150
004701 01  KD-REC.                                                       U998150
004702     02  KD-NAME  PC X(20).                                        U998150
004703     02  KD-CARD  PC X(80).                                        U998150
004704 MD  TITLE-MASTER                                                 U998150 
004705     ACCESS SEQUENTIAL                                            U998150 
004706     RECORD CONTAINS 80 CHARACTERS                                U998150 
004707     BLOCK CONTAINS 15 RECORDS                                    U998150 
004708     LABEL RECORD IS STANDARD                                     U998150 
004709     VALUE OF ID IS "KWICMSTR"                                    U998150 
004710     DATA RECORDS ARE MST-REC.                                    U998150 
004711 01  MST-REC  SZ 80.                                              U998150 
004712 MD  KWIC-INDEX                                                   U998150 
004713     ACCESS SEQUENTIAL                                            U998150 
004714     RECORD CONTAINS 140 CHARACTERS                               U998150 
004715     BLOCK CONTAINS 6 RECORDS                                     U998150 
004716     LABEL RECORD IS STANDARD                                     U998150 
004717     VALUE OF ID IS "KWICNDX"                                     U998150 
004718     DATA RECORDS ARE NDX-REC.                                    U998150 
004719 01  NDX-REC.                                                     U998150 
004720     02  KX-KEY   PC X(20).                                       U998150 
004721     02  KX-LINE  PC X(120).                                      U998150 
004722 SD  SORT-FILE;                                                    U998150
004800     DATA RECORD IS KWIC1.                                         U998150
004900 01  KWIC1.                                                        U998150
005000     04  KWIC2 PC X(120).                                          U998150
005300 WORKING-STORAGE SECTION.                                          U998150
005301 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                         U998150
005302 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                      U998150
005303 77  AUTH-TODAY      CMP-1   PC 9(6).                              U998150
005304 77  AUTH-DATE-IN            PC 9(6).                              U998150
005305 77  OPER-FILE-STATUS VA SPACE       PC X(2).                      U998150
005306 77  OPERATOR-CODE   VA SPACE        PC X(3).                      U998150
005307 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                         U998150
005308 77  OPER-TRIES      VA 0    CMP-1   PC 9.                         U998150
005314 77  AU-TIME-HOLD    CMP-1   PC 9(8).                              U998150
005328 77  AU-HH           CMP-1   PC 99.                                U998150
005342 77  AU-MM           CMP-1   PC 99.                                U998150
005356 77  AU-KEY          CMP-1   PC 9(8).                              U998150
005370 77  AU-NEXT         CMP-1   PC 9(8).                              U998150
005384 01  AU-SAVE-REC             SZ 44.                                U998150
005385 77  AU-HASH         VA 0    CMP-1   PC 9(9).                      U998150
005386 77  AU-REC-SUM              CMP-1   PC 9(6).                      U998150
005387 77  AU-CX                   CMP-1   PC 99.                        U998150
005388 77  AU-TX                   CMP-1   PC 99.                        U998150
005389 77  AU-CODE                 CMP-1   PC 99.                        U998150
005390 01  AU-HASH-REC.                                                  U998150
005391     05  AU-HC       OC 44   PC X.                                 U998150
005392 01  AU-CHAR-SET.                                                  U998150
005393     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".           U998150
005394     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".           U998150
005395 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                            U998150
005396     05  AU-CHAR     OC 48   PC X.                                 U998150
005398 77  RUN-ID-ENTRY            PC X(7).                              U998150
005400     77  X        PC 99   CMP-1.                                   U998150
005500     77  Y        PC 99   CMP-1.                                   U998150
006431     77  MERGE-FLAG      PC X  VA "F".                            U998150 
006432     77  MASTER-MODE     PC 9  CMP-1  VA 0.                       U998150 
006433 01  FIRST-CARD-HOLD  PC X(80).                                   U998150 
006434     77  KO-MODE         PC 9  CMP-1  VA 0.                       U998150 
006435     77  KO-ACTIVE       PC 9  CMP-1  VA 0.                       U998150 
006436     77  KO-KEY          PC X(20).                                U998150 
006440     77  DEF-NAME        PC X(20).                                 U998150
006450     77  SAVE-NAME       PC X(20).                                 U998150
006460     77  LAST-DEF-NAME   PC X(20) VA SPACES.                       U998150
006462     77  KW-PAGE         PC 9(4) CMP-1  VA 0.                      U998150
006463 01  KW-SAVE-LINE  PC X(120).                                      U998150
006464 01  KW-TITLE-PAGE.                                                U998150
006465     02  KWT-TITLE  PC X(30) VA "KEY WORD IN CONTEXT INDEX ".      U998150
006466     02  FILLER  PC X(5)  VA "DATE ".                              U998150
006467     02  KWT-DATE  PC 99/99/99.                                    U998150
006468     02  FILLER  PC X(13) VA "  DEFINITION ".                      U998150
006469     02  KWT-DEF   PC X(20).                                       U998150
006470     02  FILLER  PC X(44) VA SPACES.                               U998150
006471 01  KW-HEAD-LINE.                                                 U998150
006472     02  KWH-TITLE  PC X(30) VA "KEY WORD IN CONTEXT INDEX ".      U998150
006473     02  FILLER  PC X(5)  VA "PAGE ".                              U998150
006474     02  KWH-PAGE  PC ZZZ9.                                        U998150
006475     02  FILLER  PC X(81) VA SPACES.                               U998150
006476 01  KW-GROUP-LINE.                                                U998150
006477     02  FILLER  PC X(7)  VA "*****  ".                            U998150
006478     02  KWG-CH    PC X.                                           U998150
008500         04  WRD2 PC X OC 20.                                      U998150
008600     01  CON.                                                      U998150
008700         04  CON1 PC X(20) OC 500 .                                U998150
008701     01  KO-HEAD.                                                  U998150
008702         02  KOH-KEY   PC X(20).                                   U998150
008703         02  KOH-CONT  PC X(12).                                   U998150
008704         02  FILLER    PC X(88) VA SPACES.                         U998150
008800 PROCEDURE  DIVISION.                                              U998150
008900 DUMMY SECTION.                                                    U998150
009000 AA. ACCEPT RUN-ID-ENTRY.                                          U998150
011500     IF CRD-TYP = 9                                                U998150
011600     MOVE CRD-TYP TO BYPASS-REVERSE                                U998150
011700     GO TO PAR2.                                                   U998150
011701     IF CRD-TYP = 4                                                U998150
011702     MOVE CRD-TYP TO KO-MODE                                       U998150
011703     GO TO PAR2.                                                   U998150
011800     DISPLAY "ILLEGAL CTL CRD".                                    U998150
011900     GO TO PAR2.                                                   U998150
012000 PAR4.                                                             U998150
020720     STOP RUN.                                                     U998150
020900     MOVE CRD1(Z) TO PNT1(Y).                                      U998150
021000 KWCM.                                                             U998150
021001     IF KO-MODE ! 0 GO TO KWOC-MOVE.                               U998150
021100     COMPUTE Z = A - BEG-COL2.                                     U998150
021200     COMPUTE Y = B - Z.                                            U998150
021300     MOVE BEG-PNT2 TO SAVE1.                                       U998150
021900     PERFORM KWCL VARYING C FROM 1 BY 1 UNTIL C >                  U998150
022000     NO-CHAR2. MOVE WRD1 TO PNT2.                                  U998150
022100     MOVE  SAVE1 TO BEG-PNT2.                                      U998150
022101 KWCM-REL.                                                         U998150
022200     MOVE PNT TO KWIC1.                                            U998150
022300     RELEASE KWIC1.                                                U998150
022400 KWCN.                                                             U998150
023400     IF A < LST-COL2                                               U998150
023500     GO TO KWCF.                                                   U998150
023600     GO TO KWCA.                                                   U998150
023601 KWOC-MOVE.                                                        U998150
023602     NOTE  A TYPE 4 CONTROL CARD ASKS FOR THE KEYWORD OUT OF       U998150
023603         CONTEXT FORMAT - THE TITLE GOES TO ITS PRINT AREA AS      U998150
023604         PUNCHED, NOT ROTATED ABOUT THE KEYWORD, AND A TITLE       U998150
023605         LONGER THAN THE AREA IS CUT OFF AT THE RIGHT.             U998150
023606     PERFORM KWOC-CHAR VARYING C FROM 1 BY 1 UNTIL C >             U998150
023607     NO-CHAR2.  MOVE WRD1 TO PNT2.                                 U998150
023608     GO TO KWCM-REL.                                               U998150
023609 KWOC-CHAR.                                                        U998150
023610     COMPUTE B = BEG-PNT2 + C - 1.                                 U998150
023611     COMPUTE Z = BEG-COL2 + C - 1.                                 U998150
023612     IF B NOT > LST-PNT2                                           U998150
023613     MOVE CRD1(Z) TO PNT1(B).                                      U998150
023700 CARD-END.                                                         U998150
023800     CLOSE CARD-FILE WITH RELEASE.                                 U998150
023850     IF SAVE-DEF-FLAG = "Y" CLOSE KWIC-DEFS.                       U998150
024100     OPEN OUTPUT PRINT-FILE.  MOVE SPACE TO PRT3.                  U998150
024101     OPEN OUTPUT KWIC-INDEX.                                      U998150 
024110     MOVE TODAYS-DATE TO KWT-DATE.                                 U998150
024111     IF KO-MODE ! 0 MOVE "KEY WORD OUT OF CONTEXT INDEX "          U998150
024112     TO KWT-TITLE KWH-TITLE.                                       U998150
024120     IF SAVED-DEF-FLAG = "Y" MOVE DEF-NAME TO KWT-DEF              U998150
024130     ELSE MOVE SPACES TO KWT-DEF.                                  U998150
024140     WRITE PRT1 FROM KW-TITLE-PAGE.                                U998150
024402     MOVE PNT3 TO KX-LINE.                                        U998150 
024403     WRITE NDX-REC.                                               U998150 
024410     PERFORM KF-TALLY THRU KF-TALLY-X.                             U998150
024411     IF KO-MODE ! 0 GO TO KWOC-PUT.                                U998150
024500     MOVE PNT3 TO PRT2.                                            U998150
024600     IF PRT3 ! PNT4                                                U998150
024700     GO TO GO2C.                                                   U998150
025400     PERFORM KW-PUT THRU KW-PUT-X.                                 U998150
025500     MOVE PNT4  TO PRT3.                                           U998150
025600     GO TO GO2B.                                                   U998150
025601 KWOC-PUT.                                                         U998150
025602     NOTE  EACH KEYWORD IS PRINTED ONCE AS A HEADING WITH ITS      U998150
025603         TITLES LISTED UNDER IT. A HEADING IS NOT LEFT AT THE      U998150
025604         FOOT OF A PAGE, AND A KEYWORD WHOSE TITLES RUN ONTO       U998150
025605         A NEW PAGE IS HEADED AGAIN THERE AS CONTINUED.            U998150
025606     IF KO-ACTIVE = 1 AND PNT2 = KO-KEY GO TO KWOC-ENTRY.          U998150
025607     MOVE 0 TO KO-ACTIVE.                                          U998150
025608     IF KW-LINE-CNT IS GREATER THAN 47                             U998150
025609     PERFORM KW-NEW-PAGE THRU KW-NP-X.                             U998150
025610     MOVE SPACES TO PRT2.                                          U998150
025611     IF KW-LINE-CNT IS GREATER THAN 3                              U998150
025612     PERFORM KW-PUT THRU KW-PUT-X.                                 U998150
025613     MOVE 1 TO KO-ACTIVE.                                          U998150
025614     MOVE PNT2 TO KO-KEY KOH-KEY.                                  U998150
025615     MOVE SPACES TO KOH-CONT.                                      U998150
025616     MOVE KO-HEAD TO PRT2.                                         U998150
025617     PERFORM KW-PUT THRU KW-PUT-X.                                 U998150
025618 KWOC-ENTRY.                                                       U998150
025619     MOVE PNT3 TO PRT2.                                            U998150
025620     PERFORM KW-PUT THRU KW-PUT-X.                                 U998150
025621     GO TO GO2B.                                                   U998150
025622 KWOC-CONT.                                                        U998150
025623     MOVE KO-KEY TO KOH-KEY.                                       U998150
025624     MOVE " (CONTINUED)" TO KOH-CONT.                              U998150
025625     MOVE KO-HEAD TO PRT2.                                         U998150
025626     WRITE PRT1.                                                   U998150
025627     ADD 1 TO KW-LINE-CNT.                                         U998150
025700 GO2D.                                                             U998150
025710     IF KF-ACTIVE = 1 PERFORM KF-FLUSH THRU KF-FLUSH-X.            U998150
025720     PERFORM KF-SUMMARY THRU KF-SUM-X.                             U998150
025816     WRITE PRT1 FROM KW-HEAD-LINE.                                 U998150
025817     MOVE SPACES TO PRT2.                                          U998150
025818     WRITE PRT1.                                                   U998150
025819     MOVE 3 TO KW-LINE-CNT. IF KO-ACTIVE = 1 PERFORM KWOC-CONT.    U998150
025820 KW-NP-X.  EXIT.                                                   U998150
025821 KF-TALLY.                                                         U998150
025822     IF KF-ACTIVE = 0                                              U998150
026420     PERFORM AUDIT-END.                                            U998150
026500     STOP RUN.                                                     U998150
026510 AUDIT-START.                                                      U998150
026511     PERFORM OPER-SIGNON THRU OPER-X.                              U998150
026515     MOVE TODAYS-DATE TO AU-DATE.                                  U998150
026520     MOVE "START   " TO AU-EVENT.                                  U998150
026525     MOVE SPACES TO AU-RESULT.                                     U998150
026580     ADD 1 TO AU-NEXT.                                             U998150
026581     GO TO AUDIT-SKIP.                                             U998150
026582 AUDIT-FREE.                                                       U998150
026583     MOVE 1 TO AU-KEY.                                             U998150
026584     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.        U998150
026585     MOVE 0 TO AU-HASH.                                            U998150
026586     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                   U998150
026587     MOVE AU-NEXT TO AU-KEY.                                       U998150
026588     MOVE AU-SAVE-REC TO AUDIT-REC.                                U998150
026589     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                         U998150
026590 AUDIT-PUT.                                                        U998150
026591     WRITE AUDIT-REC INVALID KEY                                   U998150
026592         DISPLAY "AUDIT TRAIL FULL".                               U998150
026593     ADD 1 TO AU-NEXT.                                             U998150
026594     MOVE 1 TO AU-KEY.                                             U998150
026595     MOVE SPACES TO AUDIT-REC.                                     U998150
026596     MOVE AU-NEXT TO AC-NEXT-SLOT.                                 U998150
026597     MOVE AU-HASH TO AC-HASH.                                      U998150
026598     WRITE AUDIT-REC INVALID KEY                                   U998150
026599         DISPLAY "AUDIT CONTROL ERROR".                            U998150
026600     MOVE AU-SAVE-REC TO AUDIT-REC.                                U998150
026601     CLOSE AUDIT-TRAIL.                                            U998150
026602 AUDIT-HASH.                                                       U998150
026603     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL         U998150
026604         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED      U998150
026605         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND      U998150
026606         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR          U998150
026607         REMOVED AFTER IT WAS WRITTEN.                             U998150
026608     MOVE AUDIT-REC TO AU-HASH-REC.                                U998150
026609     MOVE 0 TO AU-REC-SUM.                                         U998150
026610     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1             U998150
026611         UNTIL AU-CX IS GREATER THAN 44.                           U998150
026612     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)        U998150
026613         MOD 999999937.                                            U998150
026614     GO TO AUDIT-HASH-X.                                           U998150
026615 AUDIT-HASH-CHAR.                                                  U998150
026616     MOVE 49 TO AU-CODE.                                           U998150
026617     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1             U998150
026618         UNTIL AU-TX IS GREATER THAN 48.                           U998150
026619     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.            U998150
026620 AUDIT-HASH-LOOK.                                                  U998150
026621     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.     U998150
026622 AUDIT-HASH-X.                                                     U998150
026623     EXIT.                                                         U998150
026624 AUTH-CHECK.                                                       U998150
026625     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED          U998150
026626         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR            U998150
026627         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED             U998150
026628         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL           U998150
026629         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES         U998150
026630         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.             U998150
026631     MOVE 0 TO AUTH-OK-SW.                                         U998150
026632     OPEN INPUT AUTH-FILE.                                         U998150
026633     IF AUTH-FILE-STATUS NOT = "00"                                U998150
026634         MOVE 1 TO AUTH-OK-SW                                      U998150
026635         GO TO AUTH-X.                                             U998150
026636 AUTH-READ.                                                        U998150
026637     READ AUTH-FILE AT END GO TO AUTH-DONE.                        U998150
026638     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.              U998150
026639     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                         U998150
026640     GO TO AUTH-READ.                                              U998150
026641 AUTH-DONE.                                                        U998150
026642     CLOSE AUTH-FILE.                                              U998150
026643     IF AUTH-OK-SW = 1 GO TO AUTH-X.                               U998150
026644     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".                U998150
026645     MOVE TODAYS-DATE TO AU-DATE.                                  U998150
026646     MOVE "AUTHFAIL" TO AU-EVENT.                                  U998150
026647     MOVE "REFUSED " TO AU-RESULT.                                 U998150
026648     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                           U998150
026649     STOP RUN.                                                     U998150
026650 AUTH-X.                                                           U998150
026651     EXIT.                                                         U998150
026652 AUTH-GRANT.                                                       U998150
026653     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS           U998150
026654         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,          U998150
026655         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND             U998150
026656         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                 U998150
026657     MOVE TODAYS-DATE TO AUTH-DATE-IN.                             U998150
026658     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000             U998150
026659         + AUTH-DATE-IN DIV 100.                                   U998150
026660     IF RA-EXPIRES NUMERIC                                         U998150
026661         IF RA-EXPIRES NOT = 0                                     U998150
026662             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                 U998150
026663                 GO TO AUTH-GRANT-X.                               U998150
026664     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.              U998150
026665     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.              U998150
026666 AUTH-GRANT-X.                                                     U998150
026667     EXIT.                                                         U998150
026668 OPER-SIGNON.                                                      U998150
026669     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE       U998150
026670         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER        U998150
026671         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY           U998150
026672         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE        U998150
026673         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE            U998150
026674         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING          U998150
026675         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                 U998150
026676     MOVE 0 TO OPER-TRIES.                                         U998150
026677 OPER-ASK.                                                         U998150
026678     ADD 1 TO OPER-TRIES.                                          U998150
026679     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".             U998150
026680     ACCEPT OPERATOR-CODE.                                         U998150
026681     MOVE OPERATOR-CODE TO AU-OPERATOR.                            U998150
026682     MOVE 0 TO OPER-OK-SW.                                         U998150
026683     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                    U998150
026684     OPEN INPUT OPER-FILE.                                         U998150
026685     IF OPER-FILE-STATUS NOT = "00"                                U998150
026686         MOVE 1 TO OPER-OK-SW                                      U998150
026687         GO TO OPER-DONE.                                          U998150
026688 OPER-READ.                                                        U998150
026689     READ OPER-FILE AT END                                         U998150
026690         CLOSE OPER-FILE                                           U998150
026691         GO TO OPER-DONE.                                          U998150
026692     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.               U998150
026693     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                  U998150
026694     GO TO OPER-READ.                                              U998150
026695 OPER-DONE.                                                        U998150
026696     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                            U998150
026697     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".            U998150
026698     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                  U998150
026699     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".              U998150
026700     MOVE TODAYS-DATE TO AU-DATE.                                  U998150
026701     MOVE "SIGNFAIL" TO AU-EVENT.                                  U998150
026702     MOVE "REFUSED " TO AU-RESULT.                                 U998150
026703     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                           U998150
026704     STOP RUN.                                                     U998150
026705 OPER-AUTH.                                                        U998150
026706     PERFORM AUTH-CHECK THRU AUTH-X.                               U998150
026707 OPER-X.                                                           U998150
026708     EXIT.                                                         U998150
026709 END-OF-JOB.                                                       U998150
026710 RDA.                                                              U998150
026711     OPEN INPUT KWIC-DEFS.                                         U998150
026712 RDB.                                                              U998150
026713     READ KWIC-DEFS AT END GO TO RDC.                              U998150
026714     IF KD-NAME ! DEF-NAME GO TO RDB.                              U998150
026715     MOVE KD-CARD TO CTL-CRD.                                      U998150
026716     IF CRD-TYP = 1                                                U998150
026717     MOVE ENTNO TO A                                               U998150
026718     MOVE BEGCOL TO BEG-COL(A)                                     U998150
026719     MOVE BEGPNT TO BEG-PNT(A)                                     U998150
026720     MOVE NOCHAR TO NO-CHAR(A)                                     U998150
026721     GO TO RDB.                                                    U998150
026730     IF CRD-TYP = 2                                                U998150
026740     MOVE BEGCOL TO BEG-COL2                                       U998150
026750     MOVE BEGPNT TO BEG-PNT2                                       U998150
026830     IF CRD-TYP = 9                                                U998150
026840     MOVE CRD-TYP TO BYPASS-REVERSE                                U998150
026850     GO TO RDB.                                                    U998150
026851     IF CRD-TYP = 4                                                U998150
026852     MOVE CRD-TYP TO KO-MODE                                       U998150
026853     GO TO RDB.                                                    U998150
026855     DISPLAY "ILLEGAL SAVED CTL CRD".                              U998150
026858     GO TO RDB.                                                    U998150
026860 RDC.                                                              U998150
