002302   ONE PROGRAM NOW COVERS ALL THREE SOURCES, SO THERE IS EXACTLY        00
002303   ONE BEHAVIOR TO TRUST REGARDLESS OF WHERE THE DECK LIVES.            00
002304                                                                        00
002305   A THIRD REPLY, S, TAKES THE DECK STRAIGHT FROM THE DISK SOURCE       00
002306   LIBRARY SRCLIB - THE OPERATOR GIVES THE MEMBER NAME AND A            00
002307   GENERATION NUMBER (ZERO FOR THE LATEST) AND THE CARD IMAGES          00
002308   BETWEEN THAT GENERATIONS *MEMBER AND *ENDMBR RECORDS ARE             00
002309   CROSS-REFERENCED WITH NO CHECK-OUT TAPE. THE MEMBER AND              00
002310   GENERATION ARE PRINTED ABOVE THE LISTING HEADING AND LOGGED          00
002311   IN THE AUDIT TRAIL AS SRCMBR AND SRCGEN EVENTS.                      00
002312                                                                        00
002313   COPY STATEMENTS ARE EXPANDED FROM SRCLIB WHATEVER THE SOURCE.        00
002314   A CARD WHOSE FIRST WORD IS COPY IS REPLACED BY THE CARD IMAGES       00
002315   OF THE LATEST GENERATION OF THE NAMED COPY MEMBER (CLASS C IN        00
002316   SRCLIB), SO NAMES DEFINED IN THE MEMBER ARE CROSS-REFERENCED         00
002317   AND HARVESTED LIKE ANY OTHER. A NAME DEFINED IN A COPY MEMBER        00
002318   CARRIES THE FIRST EIGHT CHARACTERS OF THE MEMBER NAME IN PRINT       00
002319   POSITIONS 1-8 OF ITS DEFINITION LINE, AND ITS LINE NUMBERS ARE       00
002320   THOSE OF THE MEMBER CARDS. A COPY NAMING NO COPY MEMBER IS           00
002321   DISPLAYED AND THE CARD IS TAKEN AS IT STANDS.                        00
002322                                                                        00
002323   ALONGSIDE THE LISTING, A MACHINE-READABLE EXPORT MAY BE              00
002324   REQUESTED (REPLY Y AT A NEW ACCEPT) - THE XREFOUT DISK FILE          00
002325   CARRIES ONE FIXED-FORMAT RECORD PER NAME PER REFERENCE:              00
002326      COLS  1-2   DECK NUMBER                                           00
002327           4-35   NAME                                                  00
002328           37     D (DEFINITION), R (REFERENCE) OR U                    00
002329                  (REFERENCED BUT NEVER DEFINED)                        00
002330           39-44  DEFINING LINE (ZEROS WHEN NONE)                       00
002331           46-51  REFERENCING LINE (ZEROS ON D RECORDS)                 00
002332           53     D WHEN THE NAME WAS PICKED UP AHEAD OF                00
002333                  THE PROCEDURE DIVISION, P WHEN WITHIN IT              00
002334   SO OTHER PROGRAMS CAN CONSUME THE CROSS-REFERENCE THE WAY            00
002335   REPLOT CONSUMES CBLPLOT.                                             00
002336                                                                        00
002337   DATADICT IS A KEYED DISK FILE (SEE DICTMNT) - ONLY ITS DICTNDX       00
002338   BLOCK INDEX AND OVERFLOW NAMES ARE HELD IN CORE, SO THE CHECK,       00
002339   HARVEST AND CONFORMITY PASSES SEE THE WHOLE DICTIONARY. NAMES        00
002340   ARE HARVESTED INTO THE OVERFLOW AREA UNTIL ITS 100 ARE USED. AN      00
002341   UNCONVERTED DICTIONARY IS SKIPPED WITH A MESSAGE.                    00
002342                                                                        00
002343   A CONFORMITY CHECK, ASKED FOR AT ITS OWN ACCEPT, HOLDS EACH          00
002344   DATA NAME DEFINED AHEAD OF THE PROCEDURE DIVISION UP AGAINST         00
002345   ITS DATADICT ENTRY. LISTED UNDER DICTIONARY CONFORMITY AT THE        00
002346   END OF THE DECK ARE - A PICTURE OR SIZE OTHER THAN THE ONE           00
002347   RECORDED (9(6) AGAINST X(6) OR 9(5); 999, 9(3) AND 9(03) ARE         00
002348   ONE PICTURE AND SZ 6 IS X(6)), AN ELEMENTARY DICTIONARY NAME         00
002349   DEFINED HERE AS A GROUP, A NAME THE DICTIONARY SAYS ANOTHER          00
002350   PROGRAM OWNS, AND A REDEFINES OF A NAME OWNED ELSEWHERE. THE         00
002351   OWNING PROGRAM IS KEYED AT THE ACCEPT OR, LEFT BLANK, TAKEN          00
002352   FROM THE QUOTED NAME (ELSE THE FIRST WORD) OF EACH DECKS             00
002353   PROGRAM-ID. ONLY THE CARD NAMING THE ITEM IS LOOKED AT - AN          00
002354   ENTRY CARRIED ONTO A LATER CARD WITHOUT ITS PICTURE IS LEFT          00
002355   UNJUDGED RATHER THAN CALLED A GROUP.                                 00
002356                                                                        00
002400   EXECUTE PACKETS FOR DISKCROSREF MUST BE ONE OF THE FOLLOWING:        00
002500                                                                        00
002600      CC EXECUTE UTILITY/DISKCROSREF                                    00
005400     WHERE "XXX/YYY" IS THE MFID AND ID OF THE SOURCE DECK              00
005500    ON AN UNBLOCKED CARD-IMAGE TAPE OR ON CARDS.                        00
005600             EXECUTION MAY ALSO COME FROM REMOTES OR CARD.              00
005610    THE SOURCE MAY ALSO BE A GENERATION OF AN SRCLIB MEMBER.            00
005620    COPY STATEMENTS ARE EXPANDED FROM SRCLIB COPY MEMBERS.              00
005700 ENVIRONMENT DIVISION.                                                  00
005800 CONFIGURATION SECTION.                                           X-REF 00
005900 SOURCE-COMPUTER. B-5000.                                         X-REF 00
006200 FILE-CONTROL.                                                    X-REF 00
006300     SELECT CARDS ASSIGN TO TAPE.                                 X-REF 00
006350     SELECT CARDS-DSK ASSIGN TO DISK.                             X-REF 00
006360     SELECT SRC-LIBRARY ASSIGN TO DISK.                           X-REF 00
006370     SELECT COPY-LIBRARY ASSIGN TO DISK.                          X-REF 00
006400 SELECT LINE  ASSIGN TO PRINTER DISK.                                   00
006450     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           X-REF 00
006451     SELECT AUTH-FILE ASSIGN TO DISK                              X-REF 00
006452         FILE STATUS IS AUTH-FILE-STATUS.                         X-REF 00
006453     SELECT OPER-FILE ASSIGN TO DISK                              X-REF 00
006454         FILE STATUS IS OPER-FILE-STATUS.                         X-REF 00
006460     SELECT DATA-DICT ASSIGN TO DISK.                             X-REF 00
006461     SELECT XREF-OUT ASSIGN TO DISK.                              X-REF 00
006462     SELECT DICT-INDEX ASSIGN TO DISK                             X-REF 00
006463         FILE STATUS IS NDX-FILE-STATUS.                          X-REF 00
006500   SELECT SFIL ASSIGN TO SORT DISK.                                     00
006600                                                                        00
006700 DATA DIVISION.                                                   X-REF 00
006800 FILE SECTION.                                                    X-REF 00
006801 FD  OPER-FILE                                                    X-REF 00
006802     ACCESS SEQUENTIAL                                            X-REF 00
006803     BLOCK CONTAINS 1 RECORDS                                     X-REF 00
006804     VALUE OF ID "OPROSTER"                                       X-REF 00
006805     DATA RECORD OPER-REC.                                        X-REF 00
006806 01  OPER-REC        SZ 80.                                       X-REF 00
006807     05  OR-CODE         PC X(3).                                 X-REF 00
006808     05  FILLER          SZ 1.                                    X-REF 00
006809     05  OR-NAME         PC X(20).                                X-REF 00
006810     05  FILLER          SZ 1.                                    X-REF 00
006811     05  OR-STATUS       PC X.                                    X-REF 00
006812     05  FILLER          SZ 54.                                   X-REF 00
006900 FD LINE  LABEL RECORD STANDARD VA ID "LISTING"                   X-REF 00
007000     DATA RECORDS LSTG FRMT1 FRMT2.                                     00
007100 01 LSTG SZ 330. 01 FRMT1. 02 FILLER SZ 24. 02 CRD SZ 80.         X-REF 00
007200 02 FILLER SZ 226. 01 FRMT2. 02 PCPY SZ 8. 02 PSNO SZ 6.          X-REF 00
007300 02 FILLER SZ 3. 02 ALF SZ 32. 02 MSG SZ 280. 04 FILLER OC 40.    X-REF 00
007400 06 LSNO SZ 6. 06 FILLER SZ 1. 02 FILLER SZ 1.                    X-REF 00
007500 FD  CARDS                                                              00
007904     FILE CONTAINS 20 | 2400 RECORDS ACCESS SEQUENTIAL            X-REF 00
007906            VA ID "CARD"   DATA RECORDS DCRDS.                    X-REF 00
007908                01 DCRDS SZ 80.                                   X-REF 00
007909 MD  SRC-LIBRARY  BLOCK 15 RECORDS                                X-REF 00
007910     FILE CONTAINS 60 | 1500 RECORDS ACCESS SEQUENTIAL            X-REF 00
007911            VA ID "SRCLIB"   DATA RECORDS LIBREC.                 X-REF 00
007912 01 LIBREC. 02 LB-TAG SZ 8. 02 FILLER SZ 1. 02 LB-MEMBER SZ 20.   X-REF 00
007913 02 FILLER SZ 51.                                                 X-REF 00
007914 MD  COPY-LIBRARY  BLOCK 15 RECORDS                               X-REF 00
007915     FILE CONTAINS 60 | 1500 RECORDS ACCESS SEQUENTIAL            X-REF 00
007916            VA ID "SRCLIB"   DATA RECORDS CPYREC.                 X-REF 00
007917 01 CPYREC. 02 CL-TAG SZ 8. 02 FILLER SZ 1. 02 CL-MEMBER SZ 20.   X-REF 00
007918 02 FILLER SZ 15. 02 CL-CLASS SZ 1. 02 FILLER SZ 35.              X-REF 00
007919 FD  AUTH-FILE                                                    X-REF 00
007920     ACCESS SEQUENTIAL                                            X-REF 00
007921     BLOCK CONTAINS 1 RECORDS                                     X-REF 00
007922     VALUE OF ID "RUNAUTH"                                        X-REF 00
007923     DATA RECORD AUTH-REC.                                        X-REF 00
007924 01  AUTH-REC        SZ 80.                                       X-REF 00
007925     05  RA-RUN-ID       PC X(7).                                 X-REF 00
007926     05  FILLER          SZ 1.                                    X-REF 00
007927     05  RA-PROGRAM      PC X(8).                                 X-REF 00
007928     05  FILLER          SZ 1.                                    X-REF 00
007929     05  RA-EXPIRES      PC 9(6).                                 X-REF 00
007930     05  FILLER          SZ 57.                                   X-REF 00
007931 FD  AUDIT-TRAIL LABEL RECORD STANDARD VA ID "AUDITTRL"           X-REF 00
007932     ACCESS RANDOM ACTUAL KEY IS AU-KEY                           X-REF 00
007933     DATA RECORDS AUDREC.                                         X-REF 00
007934 01 AUDREC. 02 AU-PROGRAM SZ 8. 02 AU-DATE PC 9(6).               X-REF 00
007935 02 AU-TIME PC 9(4). 02 AU-EVENT SZ 8. 02 AU-RESULT               X-REF 00
007941 SZ 8. 02 AU-RUN-ID SZ 7. 02 AU-OPERATOR SZ 3.                    X-REF 00
007948 01 AUDCTL. 02 AC-NEXT-SLOT PC 9(8). 02 AC-HASH PC 9(9).          X-REF 00
007949 02 FILLER SZ 27.                                                 X-REF 00
007950 FD  DATA-DICT LABEL RECORD STANDARD VA ID "DATADICT"             X-REF 00
007951     ACCESS RANDOM ACTUAL KEY IS DICT-KEY                         X-REF 00
007952     DATA RECORDS DICTREC.                                        X-REF 00
007970 01 DICTREC. 02 DNAME SZ 32. 02 DKIND PC 9. 02 FILLER SZ 1.       X-REF 00
007971 02 DPROG SZ 8. 02 FILLER SZ 1. 02 DPICT SZ 14.                   X-REF 00
007972 02 FILLER SZ 1. 02 DDESC SZ 15. 02 FILLER SZ 1.                  X-REF 00
007973 02 DDATE PC 9(6).                                                X-REF 00
007974 MD  DICT-INDEX BLOCK 1 RECORDS VA ID "DICTNDX"                   X-REF 00
007975     DATA RECORDS NDX-CTL NDX-REC.                                X-REF 00
007976 01 NDX-CTL. 02 NC-TYPE SZ 1. 02 FILLER SZ 1. 02 NC-PRIME PC 9(6).X-REF 00
007977 02 FILLER SZ 1. 02 NC-TOTAL PC 9(6). 02 FILLER SZ 1.             X-REF 00
007978 02 NC-BLOCK PC 99. 02 FILLER SZ 1. 02 NC-DATE PC 9(6).           X-REF 00
007979 02 FILLER SZ 55.                                                 X-REF 00
007980 01 NDX-REC. 02 NX-TYPE SZ 1. 02 FILLER SZ 1. 02 NX-BLOCK PC 9(4).X-REF 00
007981 02 FILLER SZ 1. 02 NX-KEY SZ 32. 02 FILLER SZ 41.                X-REF 00
008000 MD  XREF-OUT BLOCK 1 RECORDS VA ID "XREFOUT"                     X-REF 00
008001     DATA RECORDS XREC.                                           X-REF 00
008002 01 XREC. 02 XO-DECK PC 99. 02 FILLER SZ 1.                       X-REF 00
008006 02 FILLER SZ 27.                                                 X-REF 00
008007 SD SFIL DATA RECORD SREC. 01 SREC. 02 SALF SZ 32. 02 FILLER      X-REF 00
008100  REDEFINES SALF. 04 CHR SZ 1 OC 32. 02 STYP SZ 1. 2 SSNO SZ 6.   X-REF 00
008101 02 SDIV SZ 1. 02 SCPY SZ 8.                                      X-REF 00
008200 WORKING-STORAGE SECTION.                                         X-REF 00
008201 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        X-REF 00
008202 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     X-REF 00
008203 77  AUTH-TODAY      CMP-1   PC 9(6).                             X-REF 00
008204 77  AUTH-DATE-IN            PC 9(6).                             X-REF 00
008205 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     X-REF 00
008206 77  OPERATOR-CODE   VA SPACE        PC X(3).                     X-REF 00
008207 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        X-REF 00
008208 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        X-REF 00
008224 77 AU-TIME-HOLD PC 9(8) CMP-1. 77 AU-HH PC 99 CMP-1.             X-REF 00
008248 77 AU-MM PC 99 CMP-1. 77 RUN-ID-ENTRY SZ 7.                      X-REF 00
008249 77 DIV-NOW VA "D" SZ 1.                                          X-REF 00
008250 77 CPY-ON VA 0 CMP-1 PC 9. 77 CPY-TAKE-SW VA 0 CMP-1 PC 9.       X-REF 00
008251 77 CPY-CNT CMP-1 PC 9(4). 77 CPY-SEEN CMP-1 PC 9(4).             X-REF 00
008252 77 CPX CMP-1 PC 99. 77 CPW CMP-1 PC 99.                          X-REF 00
008253 77 CPY-NAME SZ 20. 77 CPY-MARK VA SPACES SZ 8.                   X-REF 00
008254 01 CPY-WORD. 02 CPY-WCH SZ 1 OC 20.                              X-REF 00
008272 77 AU-KEY PC 9(8) CMP-1. 77 AU-NEXT PC 9(8) CMP-1.               X-REF 00
008296 01 AU-SAVE-REC SZ 44.                                            X-REF 00
008297 77 AU-HASH VA 0 CMP-1 PC 9(9). 77 AU-REC-SUM CMP-1 PC 9(6).      X-REF 00
008298 77 AU-CX CMP-1 PC 99. 77 AU-TX CMP-1 PC 99.                      X-REF 00
008299 77 AU-CODE CMP-1 PC 99.                                          X-REF 00
008300 01 AU-HASH-REC. 02 AU-HC OC 44 PC X.                             X-REF 00
008301 01 AU-CHAR-SET. 02 FILLER PC X(24) VA " 0123456789ABCDEFGHIJKLM".X-REF 00
008302 02 FILLER PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".                X-REF 00
008303 01 AU-CHAR-TBL REDEFINES AU-CHAR-SET. 02 AU-CHAR OC 48 PC X.     X-REF 00
008304 77 I PC 99 CMP-1. 77 LI PC 99 CMP-1. 77 CI PC 99 CMP-1.          X-REF 00
008305 77 CONF-FLAG PC X VA "N". 77 CONF-PROG-IN SZ 8 VA SPACES.        X-REF 00
008306 77 CONF-PROG SZ 8 VA SPACES. 77 CONF-KEY SZ 32.                  X-REF 00
008307 77 CONF-CNT PC 999 CMP-1 VA 0. 77 CONF-HIT PC 9(6) CMP-1.        X-REF 00
008308 77 CONF-OVER-SW PC 9 CMP-1 VA 0. 77 CFR PC 999 CMP-1.            X-REF 00
008309 77 CFX PC 99 CMP-1. 77 CFW PC 99 CMP-1. 77 CF-STATE PC 9 CMP-1.  X-REF 00
008310 77 CF-END PC 9 CMP-1. 77 CF-HAVE PC 9 CMP-1.                     X-REF 00
008311 77 NX PC 99 CMP-1. 77 NY PC 99 CMP-1. 77 NK PC 9 CMP-1.          X-REF 00
008312 77 CF-RUN PC 999 CMP-1. 77 CF-NUM PC 999 CMP-1.                  X-REF 00
008313 77 CF-LEAD PC 9 CMP-1. 77 CF-RCH SZ 1. 77 CF-PUT SZ 1.           X-REF 00
008314 77 CF-C SZ 1. 77 CONF-RDN SZ 32.                                 X-REF 00
008315 77 CONF-PNORM SZ 30. 77 CONF-DNORM SZ 30.                        X-REF 00
008316 01 CONF-LEVEL. 02 CONF-LV1 SZ 1. 02 CONF-LV2 SZ 1.               X-REF 00
008317 01 CONF-WORD. 02 CFW-CH SZ 1 OC 30.                              X-REF 00
008318 01 CONF-PIC. 02 CP-HEAD SZ 3. 02 CP-REST SZ 27.                  X-REF 00
008319 01 NORM-IN. 02 NI-CH SZ 1 OC 30.                                 X-REF 00
008320 01 NORM-P3 REDEFINES NORM-IN. 02 NP-3 SZ 3. 02 FILLER SZ 27.     X-REF 00
008321 01 NORM-P5 REDEFINES NORM-IN. 02 NP-5 SZ 5. 02 FILLER SZ 25.     X-REF 00
008322 01 NORM-P8 REDEFINES NORM-IN. 02 NP-8 SZ 8. 02 FILLER SZ 22.     X-REF 00
008323 01 NORM-OUT. 02 NO-CH SZ 1 OC 30.                                X-REF 00
008324 01 CF-DIGX SZ 1. 01 CF-DIGN REDEFINES CF-DIGX PC 9.              X-REF 00
008325 01 CF-EDIT. 02 CF-ED PC 999.                                     X-REF 00
008326 01 CF-EDX REDEFINES CF-EDIT. 02 CF-EDC SZ 1 OC 3.                X-REF 00
008327 01 CONF-TABLE. 02 CE-ROW OC 100. 03 CE-NAME SZ 32.               X-REF 00
008328     03 CE-LINE SZ 6. 03 CE-TEXT SZ 24. 03 CE-PGM SZ 14.          X-REF 00
008329     03 CE-DICT SZ 14.                                            X-REF 00
008330 01 CONF-MSG. 02 CM-TEXT SZ 24. 02 FILLER SZ 9 VA " PROGRAM ".    X-REF 00
008331     02 CM-PGM SZ 14. 02 FILLER SZ 12 VA " DICTIONARY ".          X-REF 00
008332     02 CM-DICT SZ 14.                                            X-REF 00
008400 77 WI PC 99 CMP-1. 77 EOFSW PC 9 CMP-1.                          X-REF 00
008450 77 EOJSW PC 9 CMP-1.                                             X-REF 00
008460 77 DUPSW PC 9 CMP-1.                                             X-REF 00
008512 77 HARVEST-ADDS PC 999 CMP-1 VA 0.                               X-REF 00
008513 77 DICT-OVER-SW PC 9 CMP-1 VA 0.                                 X-REF 00
008514 77 SOURCE-CODE PC X VA "T".                                      X-REF 00
008515 77 SRC-MEMBER SZ 20 VA SPACES.                                   X-REF 00
008516 77 SRC-GEN PC 9(4) VA 0.                                         X-REF 00
008517 77 GEN-CNT PC 9(4) CMP-1 VA 0.                                   X-REF 00
008518 77 GEN-SEEN PC 9(4) CMP-1 VA 0.                                  X-REF 00
008519 77 LIB-COPY-SW PC 9 CMP-1 VA 0.                                  X-REF 00
008520 01 GEN-RESULT. 02 FILLER SZ 4 VA "GEN ". 02 GR-GEN PC 9(4).      X-REF 00
008521 01 SRC-HEAD. 02 FILLER SZ 8 VA SPACES.                           X-REF 00
008522     02 FILLER SZ 14 VA "SRCLIB MEMBER ". 02 SH-MEMBER SZ 20.     X-REF 00
008523     02 FILLER SZ 12 VA " GENERATION ". 02 SH-GEN PC ZZZ9.        X-REF 00
008524     02 FILLER SZ 272 VA SPACES.                                  X-REF 00
008525 77 INQ-FLAG PC X VA "N".                                         X-REF 00
008526 77 INQ-CNT PC 99 CMP-1 VA 0.                                     X-REF 00
008527 77 IQX PC 99 CMP-1.                                              X-REF 00
008528 77 INQ-HIT PC 99 CMP-1.                                          X-REF 00
008529 77 INQ-NAME-IN SZ 32.                                            X-REF 00
008530 01 INQ-TABLE.                                                    X-REF 00
008531     02 INQ-NAME OC 5 SZ 32.                                      X-REF 00
008532 77 POOL-FLAG PC X VA "N".                                        X-REF 00
008533 77 XREF-OUT-FLAG PC X VA "N".                                    X-REF 00
008534 77 XO-DEF-HOLD SZ 6.                                             X-REF 00
008535 77 DECKNO PC 99 CMP-1 VA 1.                                      X-REF 00
008536 77 POOL-CNT PC 999 CMP-1 VA 0.                                   X-REF 00
008537 77 PX PC 999 CMP-1.                                              X-REF 00
008538 77 POOL-CUR PC 999 CMP-1 VA 0.                                   X-REF 00
008539 77 POOL-OVER-SW PC 9 CMP-1 VA 0.                                 X-REF 00
008541 77 DX PC 999 CMP-1.                                              X-REF 00
008542 77 DICT-FOUND-SW PC 9 CMP-1.                                     X-REF 00
008550 77 DICT-MISMATCH-SW PC 9 CMP-1.                                  X-REF 00
008556 01 POOL-TABLE.                                                   X-REF 00
008558     02 POOL-ENTRY OC 200.                                        X-REF 00
008562         03 PL-DEF-DECK PC 99 OC 8.                               X-REF 00
008563         03 PL-REF-CNT PC 99.                                     X-REF 00
008564         03 PL-REF-DECK PC 99 OC 8.                               X-REF 00
008565 77 DICT-KEY PC 9(6) CMP-1.                                       X-REF 00
008566 77 NDX-FILE-STATUS PC XX VA SPACES.                              X-REF 00
008567 77 DICT-OPEN-SW PC 9 CMP-1 VA 0.                                 X-REF 00
008568 77 DICT-PRIME PC 9(6) CMP-1 VA 0.                                X-REF 00
008569 77 DICT-TOTAL PC 9(6) CMP-1 VA 0.                                X-REF 00
008570 77 DICT-BLOCK PC 99 CMP-1 VA 20.                                 X-REF 00
008571 77 NDX-CNT PC 999 CMP-1 VA 0.                                    X-REF 00
008572 77 NX PC 999 CMP-1.                                              X-REF 00
008573 77 OVER-CNT PC 999 CMP-1 VA 0.                                   X-REF 00
008574 77 OX PC 999 CMP-1.                                              X-REF 00
008575 77 OHIT PC 999 CMP-1.                                            X-REF 00
008576 77 LOOK-NAME SZ 32.                                              X-REF 00
008577 77 LOOK-BLK PC 999 CMP-1.                                        X-REF 00
008578 77 LOOK-END PC 9(6) CMP-1.                                       X-REF 00
008579 77 LOOK-HIT PC 9(6) CMP-1.                                       X-REF 00
008580 01 NDX-TABLE.                                                    X-REF 00
008581     02 NDX-KEY OC 500 SZ 32.                                     X-REF 00
008582 01 OVER-TABLE.                                                   X-REF 00
008583     02 OVER-ENTRY OC 100.                                        X-REF 00
008584         03 OV-NAME SZ 32.                                        X-REF 00
008585         03 OV-SLOT PC 9(6) CMP-1.                                X-REF 00
008600 PROCEDURE DIVISION.                                              X-REF 00
008610 INIT. DISPLAY "INPUT SOURCE - T (TAPE/READER), D (DISK) OR S".   X-REF 00
008620     DISPLAY "(SRCLIB MEMBER)".                                   X-REF 00
008705     ACCEPT SOURCE-CODE.                                          X-REF 00
008706     IF SOURCE-CODE = "D" OPEN INPUT CARDS-DSK                    X-REF 00
008707     ELSE IF SOURCE-CODE = "S" NEXT SENTENCE                      X-REF 00
008715     ELSE OPEN INPUT CARDS.                                       X-REF 00
008745     ACCEPT RUN-ID-ENTRY.                                         X-REF 00
008746     PERFORM AUDIT-START.                                         X-REF 00
008747     IF SOURCE-CODE = "S" PERFORM LIB-PICK THRU LIB-PICK-X.       X-REF 00
008748     DISPLAY "DICTIONARY CONFORMITY CHECK (Y/N)".                 X-REF 00
008749     ACCEPT CONF-FLAG.                                            X-REF 00
008750     IF CONF-FLAG = "Y" PERFORM CONF-ASK THRU CONF-ASK-X.         X-REF 00
008760     DISPLAY "CHECK NAMES AGAINST DATA DICTIONARY (Y/N)".         X-REF 00
008770     ACCEPT DICT-CHECK-FLAG.                                      X-REF 00
008771     DISPLAY "HARVEST DEFINED NAMES INTO DICTIONARY (Y/N)".       X-REF 00
008772     ACCEPT HARVEST-FLAG.                                         X-REF 00
008773     IF CONF-FLAG = "Y" OR DICT-CHECK-FLAG = "Y"                  X-REF 00
008774         OR HARVEST-FLAG = "Y"                                    X-REF 00
008775         PERFORM OPEN-DICT THRU OPEN-DICT-X.                      X-REF 00
008795     DISPLAY "POOLED CROSS-PROGRAM REPORT (Y/N)".                 X-REF 00
008796     ACCEPT POOL-FLAG.                                            X-REF 00
008797     DISPLAY "WHERE-USED INQUIRY (Y/N)".                          X-REF 00
008801     ACCEPT XREF-OUT-FLAG.                                        X-REF 00
008802     IF XREF-OUT-FLAG = "Y" OPEN OUTPUT XREF-OUT.                 X-REF 00
008803     MOVE ZERO TO EOFSW GO TO SORTER.                             X-REF 00
008805 OPEN-DICT.                                                       X-REF 00
008807     NOTE  ONLY THE DICTNDX BLOCK INDEX AND THE OVERFLOW NAMES    X-REF 00
008809         ARE HELD IN CORE - EVERY OTHER NAME IS READ FROM DATADICTX-REF 00
008811         BY ITS SLOT AS IT IS LOOKED UP, SO THE CHECK, HARVEST ANDX-REF 00
008813         CONFORMITY PASSES SEE THE WHOLE DICTIONARY.              X-REF 00
008815     MOVE 0 TO NDX-CNT OVER-CNT.                                  X-REF 00
008817     OPEN INPUT DICT-INDEX.                                       X-REF 00
008819     IF NDX-FILE-STATUS ! "00" GO TO OPEN-DICT-NONE.              X-REF 00
008821     READ DICT-INDEX AT END CLOSE DICT-INDEX GO TO OPEN-DICT-NONE.X-REF 00
008823     IF NC-TYPE ! "C" CLOSE DICT-INDEX GO TO OPEN-DICT-NONE.      X-REF 00
008825     MOVE NC-PRIME TO DICT-PRIME.  MOVE NC-TOTAL TO DICT-TOTAL.   X-REF 00
008827     MOVE NC-BLOCK TO DICT-BLOCK.                                 X-REF 00
008829 OPEN-DICT-NDX.  READ DICT-INDEX AT END GO TO OPEN-DICT-FILE.     X-REF 00
008831     IF NDX-CNT = 500 GO TO OPEN-DICT-NDX.                        X-REF 00
008833     ADD 1 TO NDX-CNT.  MOVE NX-KEY TO NDX-KEY(NDX-CNT).          X-REF 00
008835     GO TO OPEN-DICT-NDX.                                         X-REF 00
008837 OPEN-DICT-FILE.  CLOSE DICT-INDEX.                               X-REF 00
008839     IF HARVEST-FLAG = "Y" OPEN I-O DATA-DICT                     X-REF 00
008841     ELSE OPEN INPUT DATA-DICT.                                   X-REF 00
008843     MOVE 1 TO DICT-OPEN-SW.  MOVE DICT-PRIME TO DICT-KEY.        X-REF 00
008845 OPEN-DICT-OVER.  ADD 1 TO DICT-KEY.                              X-REF 00
008847     IF DICT-KEY > DICT-TOTAL GO TO OPEN-DICT-X.                  X-REF 00
008849     READ DATA-DICT INVALID KEY GO TO OPEN-DICT-X.                X-REF 00
008851     IF DNAME = SPACES GO TO OPEN-DICT-OVER.                      X-REF 00
008853     IF OVER-CNT = 100 GO TO OPEN-DICT-X.                         X-REF 00
008855     ADD 1 TO OVER-CNT.  MOVE DNAME TO OV-NAME(OVER-CNT).         X-REF 00
008857     MOVE DICT-KEY TO OV-SLOT(OVER-CNT).                          X-REF 00
008859     GO TO OPEN-DICT-OVER.                                        X-REF 00
008861 OPEN-DICT-NONE.                                                  X-REF 00
008863     DISPLAY "DATADICT HAS NO DICTNDX INDEX - CONVERT IT".        X-REF 00
008865     DISPLAY "WITH DICTMNT (REPLY V) - DICTIONARY SKIPPED".       X-REF 00
008867     MOVE "N" TO CONF-FLAG DICT-CHECK-FLAG HARVEST-FLAG.          X-REF 00
008869 OPEN-DICT-X.  EXIT.                                              X-REF 00
008872 INQ-ASK.                                                         X-REF 00
008874     NOTE  THE OPERATOR SUPPLIES UP TO FIVE NAMES - ONLY THE      X-REF 00
008876         MATCHING SALF GROUPS ARE RELEASED TO THE SORT, SO        X-REF 00
008892     MOVE INQ-NAME-IN TO INQ-NAME(INQ-CNT).                       X-REF 00
008894     GO TO INQ-ASK.                                               X-REF 00
008896 INQ-ASK-X.  EXIT.                                                X-REF 00
008897 LIB-PICK.                                                        X-REF 00
008898     NOTE  COUNTS THE GENERATIONS OF THE MEMBER SO A ZERO REPLY   X-REF 00
008899         CAN MEAN THE LATEST, THEN LEAVES SRCLIB OPEN FOR RD.     X-REF 00
008900     DISPLAY "SRCLIB MEMBER NAME".                                X-REF 00
008901     ACCEPT SRC-MEMBER.                                           X-REF 00
008902     DISPLAY "GENERATION (0 = LATEST)".                           X-REF 00
008903     ACCEPT SRC-GEN.                                              X-REF 00
008904     MOVE 0 TO GEN-CNT.                                           X-REF 00
008905     OPEN INPUT SRC-LIBRARY.                                      X-REF 00
008906 LIB-COUNT.  READ SRC-LIBRARY AT END GO TO LIB-COUNTED.           X-REF 00
008907     IF LB-TAG = "*MEMBER " IF LB-MEMBER = SRC-MEMBER             X-REF 00
008908         ADD 1 TO GEN-CNT.                                        X-REF 00
008909     GO TO LIB-COUNT.                                             X-REF 00
008910 LIB-COUNTED.  CLOSE SRC-LIBRARY.                                 X-REF 00
008911     IF GEN-CNT = 0                                               X-REF 00
008912         DISPLAY "MEMBER NOT IN LIBRARY - " SRC-MEMBER            X-REF 00
008913         MOVE "NOTFOUND" TO AU-RESULT PERFORM AUDIT-END           X-REF 00
008914         STOP RUN.                                                X-REF 00
008915     IF SRC-GEN = 0 MOVE GEN-CNT TO SRC-GEN.                      X-REF 00
008916     IF SRC-GEN > GEN-CNT                                         X-REF 00
008917         DISPLAY "GENERATION NOT IN LIBRARY - LATEST IS " GEN-CNT X-REF 00
008918         MOVE "NOGEN   " TO AU-RESULT PERFORM AUDIT-END           X-REF 00
008919         STOP RUN.                                                X-REF 00
008920     MOVE SRC-MEMBER TO SH-MEMBER. MOVE SRC-GEN TO SH-GEN GR-GEN. X-REF 00
008921     MOVE 0 TO GEN-SEEN. MOVE 0 TO LIB-COPY-SW.                   X-REF 00
008922     OPEN INPUT SRC-LIBRARY.                                      X-REF 00
008923     MOVE TODAYS-DATE TO AU-DATE.                                 X-REF 00
008924     MOVE "SRCMBR  " TO AU-EVENT. MOVE SRC-MEMBER TO AU-RESULT.   X-REF 00
008925     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
008926     MOVE "SRCGEN  " TO AU-EVENT. MOVE GEN-RESULT TO AU-RESULT.   X-REF 00
008927     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
008928 LIB-PICK-X.  EXIT.                                               X-REF 00
008929 IP SECTION.                                                      X-REF 00
008930 RD.  PERFORM RD-NEXT THRU RD-NEXT-X.                             X-REF 00
008940 IE. MOVE 8 TO CI. PERFORM LOOK. IF CONF-FLAG = "Y"               X-REF 00
008950     IF SALF = "PROGRAM-ID" PERFORM CONF-PGMID THRU CONF-PGMID-X. X-REF 00
008960     IF SALF="FILE" PERFORM LOOK IF                               X-REF 00
009200  SALF="SECTION" GO TO DA. PERFORM RD IF EOFSW!0 GO TO EF ELSE    X-REF 00
009300      GO TO IE.                                                         00
009400 DA. PERFORM RD IF EOFSW!0 GO TO EF. MOVE 8 TO CI. PERFORM LOOK.  X-REF 00
009700 D1.  ADD 1 TO CI IF COL(CI) = SPACE IF CI<72 GO TO D1 ELSE       X-REF 00
009800 GO TO DA. ADD 1 TO CI IF COL(CI)!SPACE ADD 1 TO CI IF COL(CI)    X-REF 00
009900     ! SPACE GO TO DA.                                            X-REF 00
009910     MOVE COL(CI - 2) TO CONF-LV1. MOVE COL(CI - 1) TO CONF-LV2.  X-REF 00
010000 LOOK. IF CI<73 IF COL(CI)=SPACE ADD 1 TO CI GO TO LOOK ELSE PERFOX-REF 00
010100#    RM COL-CHR THRU C-C1 ELSE PERFORM RD MOVE 7 TO CI GO TO LOOK.X-REF 00
010200 D3. IF SALF!"FILLER" MOVE 1 TO STYP                              X-REF 00
010210     PERFORM REL-SREC THRU REL-SREC-X.                            X-REF 00
010220     IF CONF-FLAG = "Y" PERFORM CONF-DEF THRU CONF-DEF-X.         X-REF 00
010230     PERFORM LOOK.                                                X-REF 00
010300  IF SALF="REDEFINES" MOVE 2 TO STYP PERFORM LOOK                 X-REF 00
010310     PERFORM REL-SREC THRU REL-SREC-X                             X-REF 00
010400  ELSE IF SALF="."GO TO D1. PERFORM SKP-NOTE GO TO D1.            X-REF 00
010500 COL-CHR.  MOVE 1 TO WI. MOVE SPACES TO SALF. MOVE CSNO TO SSNO.  X-REF 00
010510     MOVE CPY-MARK TO SCPY.                                       X-REF 00
010600 C-C1. MOVE COL(CI) TO CHR(WI) ADD 1 TO CI ADD 1 TO WI.           X-REF 00
010700  IF CI<73 IF COL(CI)<"A"IF!"-"NEXT SENTENCE ELSE GO TO C-C1      X-REF 00
010800     ELSE IF="!"NEXT SENTENCE ELSE IF="|"NEXT SENTENCE ELSE GO TO X-REF 00
013190 REL-SREC-X.  EXIT.                                               X-REF 00
013195 INQ-SCAN.                                                        X-REF 00
013198     IF INQ-NAME(IQX) = SALF MOVE IQX TO INQ-HIT.                 X-REF 00
013199 LIB-READ.                                                        X-REF 00
013200     NOTE  SKIPS TO THE CHOSEN GENERATIONS *MEMBER RECORD AND     X-REF 00
013201         DELIVERS ITS CARDS - THE *ENDMBR ENDS THE DECK.          X-REF 00
013202     READ SRC-LIBRARY AT END MOVE 1 TO EOFSW GO TO LIB-READ-X.    X-REF 00
013203     IF LB-TAG = "*MEMBER " IF LB-MEMBER = SRC-MEMBER             X-REF 00
013204         ADD 1 TO GEN-SEEN IF GEN-SEEN = SRC-GEN                  X-REF 00
013205             MOVE 1 TO LIB-COPY-SW GO TO LIB-READ.                X-REF 00
013206     IF LIB-COPY-SW = 0 GO TO LIB-READ.                           X-REF 00
013207     IF LB-TAG = "*ENDMBR " MOVE 1 TO EOFSW GO TO LIB-READ-X.     X-REF 00
013208     IF LB-TAG = "*MEMBER " MOVE 1 TO EOFSW GO TO LIB-READ-X.     X-REF 00
013209     MOVE LIBREC TO CRDS.                                         X-REF 00
013210 LIB-READ-X.  EXIT.                                               X-REF 00
013211 RD-NEXT.                                                         X-REF 00
013212     IF CPY-ON = 1 PERFORM CPY-READ THRU CPY-READ-X               X-REF 00
013213         IF CPY-ON = 1 GO TO RD-NEXT-X.                           X-REF 00
013214     MOVE SPACES TO CPY-MARK.                                     X-REF 00
013215     IF SOURCE-CODE = "S" PERFORM LIB-READ THRU LIB-READ-X        X-REF 00
013216     ELSE IF SOURCE-CODE = "D"                                    X-REF 00
013217         READ CARDS-DSK INTO CRDS AT END MOVE 1 TO EOFSW          X-REF 00
013218     ELSE READ CARDS AT END MOVE 1 TO EOFSW.                      X-REF 00
013219     IF EOFSW!1 IF CSNO="999999" IF CBR="END-OF-JOB." MOVE 1 TO   X-REF 00
013220     EOFSW EOJSW.                                                 X-REF 00
013221     IF EOFSW ! 0 GO TO RD-NEXT-X.                                X-REF 00
013222     PERFORM CPY-LOOK THRU CPY-LOOK-X.                            X-REF 00
013223     IF CPY-ON = 1 GO TO RD-NEXT.                                 X-REF 00
013224 RD-NEXT-X.  EXIT.                                                X-REF 00
013225 CPY-LOOK.                                                        X-REF 00
013226     NOTE  A CARD WHOSE FIRST WORD IS COPY NAMES A COPY MEMBER -  X-REF 00
013227         ITS GENERATIONS ARE COUNTED AND SRCLIB IS LEFT OPEN A    X-REF 00
013228         SECOND TIME FOR CPY-READ TO DELIVER THE LATEST ONE.      X-REF 00
013229     IF NXT ! SPACE GO TO CPY-LOOK-X.                             X-REF 00
013230     MOVE 7 TO CPX. PERFORM CPY-TAKE THRU CPY-TAKE-X.             X-REF 00
013231     IF CPY-WORD ! "COPY" GO TO CPY-LOOK-X.                       X-REF 00
013232     PERFORM CPY-TAKE THRU CPY-TAKE-X.                            X-REF 00
013233     MOVE CPY-WORD TO CPY-NAME.                                   X-REF 00
013234     IF CPY-NAME = SPACES GO TO CPY-LOOK-X.                       X-REF 00
013235     MOVE 0 TO CPY-CNT. OPEN INPUT COPY-LIBRARY.                  X-REF 00
013236 CPY-COUNT.  READ COPY-LIBRARY AT END GO TO CPY-COUNTED.          X-REF 00
013237     IF CL-TAG = "*MEMBER " IF CL-MEMBER = CPY-NAME               X-REF 00
013238         IF CL-CLASS = "C" ADD 1 TO CPY-CNT.                      X-REF 00
013239     GO TO CPY-COUNT.                                             X-REF 00
013240 CPY-COUNTED.  CLOSE COPY-LIBRARY.                                X-REF 00
013241     IF CPY-CNT = 0                                               X-REF 00
013242         DISPLAY "COPY MEMBER NOT IN LIBRARY - " CPY-NAME         X-REF 00
013243         GO TO CPY-LOOK-X.                                        X-REF 00
013244     MOVE 0 TO CPY-SEEN. MOVE 0 TO CPY-TAKE-SW.                   X-REF 00
013245     MOVE CPY-NAME TO CPY-MARK. MOVE 1 TO CPY-ON.                 X-REF 00
013246     OPEN INPUT COPY-LIBRARY.                                     X-REF 00
013247 CPY-LOOK-X.  EXIT.                                               X-REF 00
013248 CPY-TAKE.  MOVE SPACES TO CPY-WORD. MOVE 0 TO CPW.               X-REF 00
013249 CPY-SKIP.  ADD 1 TO CPX. IF CPX > 72 GO TO CPY-TAKE-X.           X-REF 00
013250     IF COL(CPX) = SPACE GO TO CPY-SKIP.                          X-REF 00
013251 CPY-CHAR.  IF COL(CPX) = "." GO TO CPY-TAKE-X.                   X-REF 00
013252     IF CPW < 20 ADD 1 TO CPW MOVE COL(CPX) TO CPY-WCH(CPW).      X-REF 00
013253     ADD 1 TO CPX. IF CPX > 72 GO TO CPY-TAKE-X.                  X-REF 00
013254     IF COL(CPX) ! SPACE GO TO CPY-CHAR.                          X-REF 00
013255 CPY-TAKE-X.  EXIT.                                               X-REF 00
013256 CPY-READ.                                                        X-REF 00
013257     READ COPY-LIBRARY AT END GO TO CPY-READ-END.                 X-REF 00
013258     IF CL-TAG = "*MEMBER " IF CL-MEMBER = CPY-NAME               X-REF 00
013259         IF CL-CLASS = "C" ADD 1 TO CPY-SEEN IF CPY-SEEN = CPY-CNTX-REF 00
013260             MOVE 1 TO CPY-TAKE-SW GO TO CPY-READ.                X-REF 00
013261     IF CPY-TAKE-SW = 0 GO TO CPY-READ.                           X-REF 00
013262     IF CL-TAG = "*ENDMBR " GO TO CPY-READ-END.                   X-REF 00
013263     IF CL-TAG = "*MEMBER " GO TO CPY-READ-END.                   X-REF 00
013264     MOVE CPYREC TO CRDS. GO TO CPY-READ-X.                       X-REF 00
013265 CPY-READ-END.  CLOSE COPY-LIBRARY.                               X-REF 00
013266     MOVE 0 TO CPY-ON. MOVE SPACES TO CPY-MARK.                   X-REF 00
013267 CPY-READ-X.  EXIT.                                               X-REF 00
013268 EF.  IF EOJSW!1                                                  X-REF 00
013269         IF SOURCE-CODE = "S" CLOSE SRC-LIBRARY                   X-REF 00
013270         ELSE IF SOURCE-CODE = "D" CLOSE CARDS-DSK WITH RELEASE   X-REF 00
013271         ELSE CLOSE CARDS WITH RELEASE.                           X-REF 00
013300 OP SECTION.                                                      X-REF 00
013400 XYZ.    OPEN OUTPUT LINE.                                              00
013410     IF SOURCE-CODE = "S" WRITE LSTG FROM SRC-HEAD BEFORE 2 LINES.      00
013500 PO. MOVE 1 TO I. MOVE ZERO TO DUPSW. MOVE "  DEFINED ON:" TO     X-REF 00
013510     MOVE SPACES TO WALF.                                         X-REF 00
013520 LSTG. MOVE "  NAME" TO                                           X-REF 00
013895         IF DICT-MISMATCH-SW = 1 MOVE "DICTIONARY MISMATCH" TO MSGX-REF 00
013898             WRITE LSTG.                                          X-REF 00
014150     MOVE SSNO TO PSNO. MOVE SSNO TO XO-DEF-HOLD.                 X-REF 00
014151     MOVE SCPY TO PCPY.                                           X-REF 00
014152     PERFORM XO-PUT-DEF THRU XO-PUT-X. GO TO RT.                  X-REF 00
014180 UD. MOVE "REFERENCED BUT NEVER DEFINED" TO MSG WRITE LSTG        X-REF 00
014210     BEFORE 2 LINES. MOVE SPACES TO LSTG. MOVE SALF TO ALF.       X-REF 00
014240     MOVE 1 TO I. MOVE SSNO TO LSNO(1). MOVE "000000" TO          X-REF 00
014350     WRITE LSTG                                                         00
014400     MOVE SPACES TO LSTG                                                00
014500   MOVE SSNO TO PSNO MOVE SSNO TO XO-DEF-HOLD                     X-REF 00
014501   MOVE SCPY TO PCPY                                              X-REF 00
014502   PERFORM XO-PUT-DEF THRU XO-PUT-X GO TO RT.                     X-REF 00
014550     IF I=ZERO IF DUPSW=1 MOVE "LIVE - SEE DUPLICATE DEFS ABOVE"  X-REF 00
014555     TO MSG                                                       X-REF 00
014560     WRITE LSTG MOVE SPACES TO LSTG.                              X-REF 00
014801     PERFORM XO-PUT-REF THRU XO-PUT-X. GO TO RT.                  X-REF 00
014900 FE. IF I=ZERO IF DUPSW=1 MOVE "DUPLICATE - DEAD" TO MSG          X-REF 00
014950     ELSE MOVE "NO EXPLICIT REFERENCE" TO MSG.                    X-REF 00
014960     WRITE LSTG.                                                  X-REF 00
014970     IF CONF-FLAG = "Y" PERFORM CONF-REPORT THRU CONF-REPORT-X.   X-REF 00
014980     CLOSE LINE  WITH RELEASE.                                    X-REF 00
015100 SORTING SECTION.                                                 X-REF 00
015150 SORTER. MOVE ZERO TO EOFSW EOJSW.                                X-REF 00
015180         SORT SFIL ON ASCENDING KEY SALF STYP SSNO                X-REF 00
015400 STOPPER. IF EOJSW=1 ADD 1 TO DECKNO GO TO SORTER.                X-REF 00
015405     IF POOL-FLAG = "Y"                                           X-REF 00
015406         PERFORM POOL-REPORT THRU POOL-REPORT-X.                  X-REF 00
015410     IF DICT-OPEN-SW = 1                                          X-REF 00
015415         PERFORM STORE-DICT THRU STORE-DICT-DONE.                 X-REF 00
015420     IF XREF-OUT-FLAG = "Y" CLOSE XREF-OUT.                       X-REF 00
015421     MOVE "OK      " TO AU-RESULT PERFORM AUDIT-END.              X-REF 00
015450         STOP RUN.                                                X-REF 00
015451 AUTH-GRANT.                                                      X-REF 00
015452     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          X-REF 00
015453         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         X-REF 00
015454         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            X-REF 00
015455         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                X-REF 00
015456     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            X-REF 00
015457     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            X-REF 00
015458         + AUTH-DATE-IN DIV 100.                                  X-REF 00
015459     IF RA-EXPIRES NUMERIC                                        X-REF 00
015460         IF RA-EXPIRES NOT = 0                                    X-REF 00
015461             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                X-REF 00
015462                 GO TO AUTH-GRANT-X.                              X-REF 00
015463     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             X-REF 00
015464     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             X-REF 00
015465 AUTH-GRANT-X.                                                    X-REF 00
015466     EXIT.                                                        X-REF 00
015467 OPER-SIGNON.                                                     X-REF 00
015468     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      X-REF 00
015469         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       X-REF 00
015470         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          X-REF 00
015471         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       X-REF 00
015472         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           X-REF 00
015473         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         X-REF 00
015474         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                X-REF 00
015475     MOVE 0 TO OPER-TRIES.                                        X-REF 00
015476 OPER-ASK.                                                        X-REF 00
015477     ADD 1 TO OPER-TRIES.                                         X-REF 00
015478     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            X-REF 00
015479     ACCEPT OPERATOR-CODE.                                        X-REF 00
015480     MOVE OPERATOR-CODE TO AU-OPERATOR.                           X-REF 00
015481     MOVE 0 TO OPER-OK-SW.                                        X-REF 00
015482     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   X-REF 00
015483     OPEN INPUT OPER-FILE.                                        X-REF 00
015484     IF OPER-FILE-STATUS NOT = "00"                               X-REF 00
015485         MOVE 1 TO OPER-OK-SW                                     X-REF 00
015486         GO TO OPER-DONE.                                         X-REF 00
015487 OPER-READ.                                                       X-REF 00
015488     READ OPER-FILE AT END                                        X-REF 00
015489         CLOSE OPER-FILE                                          X-REF 00
015490         GO TO OPER-DONE.                                         X-REF 00
015491     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              X-REF 00
015492     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 X-REF 00
015493     GO TO OPER-READ.                                             X-REF 00
015494 OPER-DONE.                                                       X-REF 00
015495     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           X-REF 00
015496     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           X-REF 00
015497     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 X-REF 00
015498     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             X-REF 00
015499     MOVE TODAYS-DATE TO AU-DATE.                                 X-REF 00
015500     MOVE "SIGNFAIL" TO AU-EVENT.                                 X-REF 00
015501     MOVE "REFUSED " TO AU-RESULT.                                X-REF 00
015502     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
015503     STOP RUN.                                                    X-REF 00
015504 OPER-AUTH.                                                       X-REF 00
015505     PERFORM AUTH-CHECK THRU AUTH-X.                              X-REF 00
015506 OPER-X.                                                          X-REF 00
015507     EXIT.                                                        X-REF 00
015508 END-OF-JOB.                                                      X-REF 00
015510 AUDIT-START.                                                     X-REF 00
015511     PERFORM OPER-SIGNON THRU OPER-X.                             X-REF 00
015520     MOVE "CRDXREF " TO AU-PROGRAM. MOVE TODAYS-DATE TO AU-DATE.  X-REF 00
015530     MOVE "START   " TO AU-EVENT. MOVE SPACES TO AU-RESULT.       X-REF 00
015535     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
015601     ADD 1 TO AU-NEXT.                                            X-REF 00
015602     GO TO AUDIT-SKIP.                                            X-REF 00
015603 AUDIT-FREE.                                                      X-REF 00
015604     MOVE 1 TO AU-KEY.                                            X-REF 00
015605     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDREC.          X-REF 00
015606     MOVE 0 TO AU-HASH.                                           X-REF 00
015607     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  X-REF 00
015608     MOVE AU-NEXT TO AU-KEY.                                      X-REF 00
015609     MOVE AU-SAVE-REC TO AUDREC.                                  X-REF 00
015610     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        X-REF 00
015611 AUDIT-PUT.                                                       X-REF 00
015612     WRITE AUDREC INVALID KEY                                     X-REF 00
015613         DISPLAY "AUDIT TRAIL FULL".                              X-REF 00
015614     ADD 1 TO AU-NEXT.                                            X-REF 00
015615     MOVE 1 TO AU-KEY.                                            X-REF 00
015616     MOVE SPACES TO AUDREC.                                       X-REF 00
015617     MOVE AU-NEXT TO AC-NEXT-SLOT.                                X-REF 00
015618     MOVE AU-HASH TO AC-HASH.                                     X-REF 00
015619     WRITE AUDREC INVALID KEY                                     X-REF 00
015620         DISPLAY "AUDIT CONTROL ERROR".                           X-REF 00
015621     MOVE AU-SAVE-REC TO AUDREC.                                  X-REF 00
015622     CLOSE AUDIT-TRAIL.                                           X-REF 00
015623 AUDIT-HASH.                                                      X-REF 00
015624     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        X-REF 00
015625         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     X-REF 00
015626         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     X-REF 00
015627         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         X-REF 00
015628         REMOVED AFTER IT WAS WRITTEN.                            X-REF 00
015629     MOVE AUDREC TO AU-HASH-REC.                                  X-REF 00
015630     MOVE 0 TO AU-REC-SUM.                                        X-REF 00
015631     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            X-REF 00
015632         UNTIL AU-CX IS GREATER THAN 44.                          X-REF 00
015633     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       X-REF 00
015634         MOD 999999937.                                           X-REF 00
015635     GO TO AUDIT-HASH-X.                                          X-REF 00
015636 AUDIT-HASH-CHAR.                                                 X-REF 00
015637     MOVE 49 TO AU-CODE.                                          X-REF 00
015638     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            X-REF 00
015639         UNTIL AU-TX IS GREATER THAN 48.                          X-REF 00
015640     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           X-REF 00
015641 AUDIT-HASH-LOOK.                                                 X-REF 00
015642     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    X-REF 00
015643 AUDIT-HASH-X.                                                    X-REF 00
015644     EXIT.                                                        X-REF 00
015645 AUTH-CHECK.                                                      X-REF 00
015646     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         X-REF 00
015647         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           X-REF 00
015648         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            X-REF 00
015649         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          X-REF 00
015650         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        X-REF 00
015651         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            X-REF 00
015652     MOVE 0 TO AUTH-OK-SW.                                        X-REF 00
015653     OPEN INPUT AUTH-FILE.                                        X-REF 00
015654     IF AUTH-FILE-STATUS NOT = "00"                               X-REF 00
015655         MOVE 1 TO AUTH-OK-SW                                     X-REF 00
015656         GO TO AUTH-X.                                            X-REF 00
015657 AUTH-READ.                                                       X-REF 00
015658     READ AUTH-FILE AT END GO TO AUTH-DONE.                       X-REF 00
015659     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             X-REF 00
015660     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        X-REF 00
015661     GO TO AUTH-READ.                                             X-REF 00
015662 AUTH-DONE.                                                       X-REF 00
015663     CLOSE AUTH-FILE.                                             X-REF 00
015664     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              X-REF 00
015665     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               X-REF 00
015666     MOVE TODAYS-DATE TO AU-DATE.                                 X-REF 00
015667     MOVE "AUTHFAIL" TO AU-EVENT.                                 X-REF 00
015668     MOVE "REFUSED " TO AU-RESULT.                                X-REF 00
015669     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          X-REF 00
015670     STOP RUN.                                                    X-REF 00
015671 AUTH-X.                                                          X-REF 00
015672     EXIT.                                                        X-REF 00
015673 DICT-LOOKUP.                                                     X-REF 00
015674     MOVE ZERO TO DICT-FOUND-SW DICT-MISMATCH-SW.                 X-REF 00
015675     MOVE SALF TO LOOK-NAME.                                      X-REF 00
015676     PERFORM DICT-FIND THRU DICT-FIND-X.                          X-REF 00
015677     IF LOOK-HIT > 0 MOVE 1 TO DICT-FOUND-SW                      X-REF 00
015678         IF DKIND ! STYP MOVE 1 TO DICT-MISMATCH-SW.              X-REF 00
015679 HARVEST-NAME.                                                    X-REF 00
015680     NOTE  WRITES EACH NEWLY DEFINED NAME AND ITS KIND INTO       X-REF 00
015681         THE OVERFLOW AREA OF DATADICT AS IT IS MET, AND MARKS    X-REF 00
015682         THE ADDITION ON THE LISTING SO ONE PASS OVER PRODUCTION  X-REF 00
015683         SOURCE BUILDS THE DICTIONARY THE VALIDATION PASS THEN    X-REF 00
015684         ENFORCES.                                                X-REF 00
015685     PERFORM DICT-LOOKUP.                                         X-REF 00
015686     IF DICT-FOUND-SW = 1 OR DICT-OVER-SW = 1 GO TO HARVEST-X.    X-REF 00
015687     IF OVER-CNT = 100  MOVE 1 TO DICT-OVER-SW                    X-REF 00
015688         DISPLAY "DATADICT OVERFLOW AREA FULL - REORGANIZE"       X-REF 00
015689         DISPLAY "WITH DICTMNT (REPLY R), HARVEST INCOMPLETE"     X-REF 00
015690         GO TO HARVEST-X.                                         X-REF 00
015691     MOVE SPACES TO DICTREC.                                      X-REF 00
015692     MOVE SALF TO DNAME.  MOVE STYP TO DKIND.                     X-REF 00
015693     MOVE "HARVESTED" TO DDESC.  MOVE TODAYS-DATE TO DDATE.       X-REF 00
015694     COMPUTE DICT-KEY = DICT-TOTAL + 1.                           X-REF 00
015695     WRITE DICTREC INVALID KEY  MOVE 1 TO DICT-OVER-SW            X-REF 00
015696         DISPLAY "DATADICT WRITE FAILED - HARVEST INCOMPLETE"     X-REF 00
015697         GO TO HARVEST-X.                                         X-REF 00
015698     MOVE DICT-KEY TO DICT-TOTAL.  ADD 1 TO HARVEST-ADDS.         X-REF 00
015699     ADD 1 TO OVER-CNT.  MOVE SALF TO OV-NAME(OVER-CNT).          X-REF 00
015700     MOVE DICT-KEY TO OV-SLOT(OVER-CNT).                          X-REF 00
015701     MOVE "ADDED TO DICTIONARY" TO MSG.  WRITE LSTG.              X-REF 00
015702     MOVE SPACES TO MSG.                                          X-REF 00
015703 HARVEST-X.  EXIT.                                                X-REF 00
015704 STORE-DICT.                                                      X-REF 00
015705     NOTE  HARVESTED NAMES ARE ON DATADICT ALREADY - ONLY THE     X-REF 00
015706         RECORD COUNT IN THE DICTNDX CONTROL RECORD CATCHES UP.   X-REF 00
015707     CLOSE DATA-DICT.  MOVE 0 TO DICT-OPEN-SW.                    X-REF 00
015708     IF HARVEST-FLAG ! "Y" GO TO STORE-DICT-DONE.                 X-REF 00
015709     DISPLAY "NAMES ADDED TO DICTIONARY " HARVEST-ADDS.           X-REF 00
015710     IF HARVEST-ADDS = 0 GO TO STORE-DICT-DONE.                   X-REF 00
015711     OPEN OUTPUT DICT-INDEX.                                      X-REF 00
015712     MOVE SPACES TO NDX-CTL.  MOVE "C" TO NC-TYPE.                X-REF 00
015713     MOVE DICT-PRIME TO NC-PRIME.  MOVE DICT-TOTAL TO NC-TOTAL.   X-REF 00
015714     MOVE DICT-BLOCK TO NC-BLOCK.  MOVE TODAYS-DATE TO NC-DATE.   X-REF 00
015715     WRITE NDX-CTL.                                               X-REF 00
015716     PERFORM STORE-ONE VARYING NX FROM 1 BY 1 UNTIL NX > NDX-CNT. X-REF 00
015717     CLOSE DICT-INDEX.                                            X-REF 00
015718 STORE-DICT-DONE.  EXIT.                                          X-REF 00
015719 STORE-ONE.  MOVE SPACES TO NDX-REC.  MOVE "K" TO NX-TYPE.        X-REF 00
015720     MOVE NX TO NX-BLOCK.  MOVE NDX-KEY(NX) TO NX-KEY.            X-REF 00
015721     WRITE NDX-REC.                                               X-REF 00
015722 POOL-GROUP.                                                      X-REF 00
015723     NOTE  POOLS EACH NAME ACROSS EVERY DECK IN THE RUN WITH      X-REF 00
015724         THE DECK NUMBER TAKEN FROM THE END-OF-JOB BOUNDARIES     X-REF 00
015725         SO A CONSOLIDATED WHERE-USED REPORT ACROSS THE WHOLE     X-REF 00
015726         LIBRARY CAN BE PRINTED AFTER THE LAST DECK.              X-REF 00
015727     MOVE 0 TO POOL-CUR.                                          X-REF 00
015728     PERFORM POOL-FIND VARYING PX FROM 1 BY 1                     X-REF 00
015729         UNTIL PX > POOL-CNT OR POOL-CUR > 0.                     X-REF 00
015730     IF POOL-CUR = 0 AND POOL-CNT < 200                           X-REF 00
015731         ADD 1 TO POOL-CNT                                        X-REF 00
015732         MOVE POOL-CNT TO POOL-CUR                                X-REF 00
015733         MOVE SALF TO PL-NAME(POOL-CUR)                           X-REF 00
015734         MOVE 0 TO PL-DEF-CNT(POOL-CUR)                           X-REF 00
015735         MOVE 0 TO PL-REF-CNT(POOL-CUR).                          X-REF 00
015736     IF POOL-CUR = 0 PERFORM POOL-OVER THRU POOL-OVER-X.          X-REF 00
015737     PERFORM POOL-MARK THRU POOL-MARK-X.                          X-REF 00
015738 POOL-X.  EXIT.                                                   X-REF 00
015739 POOL-FIND.                                                       X-REF 00
015740     IF PL-NAME(PX) = SALF MOVE PX TO POOL-CUR.                   X-REF 00
015741 POOL-MARK.                                                       X-REF 00
015742     IF POOL-CUR = 0 GO TO POOL-MARK-X.                           X-REF 00
015743     IF STYP = 1 GO TO POOL-MARK-DEF.                             X-REF 00
015744     IF PL-REF-CNT(POOL-CUR) > 0                                  X-REF 00
015745         IF PL-REF-DECK(POOL-CUR, PL-REF-CNT(POOL-CUR))           X-REF 00
015746             = DECKNO GO TO POOL-MARK-X.                          X-REF 00
015747     IF PL-REF-CNT(POOL-CUR) = 8                                  X-REF 00
015748         PERFORM POOL-OVER THRU POOL-OVER-X                       X-REF 00
015749         GO TO POOL-MARK-X.                                       X-REF 00
015750     ADD 1 TO PL-REF-CNT(POOL-CUR).                               X-REF 00
015751     MOVE DECKNO TO                                               X-REF 00
015752         PL-REF-DECK(POOL-CUR, PL-REF-CNT(POOL-CUR)).             X-REF 00
015753     GO TO POOL-MARK-X.                                           X-REF 00
015754 POOL-MARK-DEF.                                                   X-REF 00
015755     IF PL-DEF-CNT(POOL-CUR) > 0                                  X-REF 00
015756         IF PL-DEF-DECK(POOL-CUR, PL-DEF-CNT(POOL-CUR))           X-REF 00
015757             = DECKNO GO TO POOL-MARK-X.                          X-REF 00
015758     IF PL-DEF-CNT(POOL-CUR) = 8                                  X-REF 00
015759         PERFORM POOL-OVER THRU POOL-OVER-X                       X-REF 00
015760         GO TO POOL-MARK-X.                                       X-REF 00
015761     ADD 1 TO PL-DEF-CNT(POOL-CUR).                               X-REF 00
015762     MOVE DECKNO TO                                               X-REF 00
015763         PL-DEF-DECK(POOL-CUR, PL-DEF-CNT(POOL-CUR)).             X-REF 00
015764 POOL-MARK-X.  EXIT.                                              X-REF 00
015765 POOL-OVER.                                                       X-REF 00
015766     IF POOL-OVER-SW = 1 GO TO POOL-OVER-X.                       X-REF 00
015767     MOVE 1 TO POOL-OVER-SW.                                      X-REF 00
015768     DISPLAY "POOL TABLE FULL - CROSS-PROGRAM REPORT".            X-REF 00
015769     DISPLAY "IS INCOMPLETE".                                     X-REF 00
015770 POOL-OVER-X.  EXIT.                                              X-REF 00
015771 POOL-REPORT.                                                     X-REF 00
015772     OPEN OUTPUT LINE.                                            X-REF 00
015773     MOVE SPACES TO LSTG.                                         X-REF 00
015774     MOVE "  CROSS-PROGRAM NAME USAGE BY DECK NUMBER" TO LSTG.    X-REF 00
015775     WRITE LSTG BEFORE 2 LINES.  MOVE SPACES TO LSTG.             X-REF 00
015776     PERFORM POOL-PRINT THRU POOL-PRINT-X VARYING PX FROM 1       X-REF 00
015777         BY 1 UNTIL PX > POOL-CNT.                                X-REF 00
015778     IF POOL-OVER-SW = 1                                          X-REF 00
015779         MOVE SPACES TO LSTG                                      X-REF 00
015780         MOVE "  *** TABLE OVERFLOWED - NAMES AND DECK LISTS      X-REF 00
015781-        " ABOVE ARE INCOMPLETE ***" TO LSTG                      X-REF 00
015782         WRITE LSTG  MOVE SPACES TO LSTG.                         X-REF 00
015783     CLOSE LINE WITH RELEASE.                                     X-REF 00
015784 POOL-REPORT-X.  EXIT.                                            X-REF 00
015785 POOL-PRINT.                                                      X-REF 00
015786     MOVE SPACES TO LSTG.                                         X-REF 00
015787     MOVE PL-NAME(PX) TO ALF.                                     X-REF 00
015788     MOVE "DEFINED IN DECKS" TO MSG.                              X-REF 00
015789     IF PL-DEF-CNT(PX) > 0                                        X-REF 00
015790         PERFORM POOL-DECK-DEF VARYING DX FROM 1 BY 1             X-REF 00
015791             UNTIL DX > PL-DEF-CNT(PX).                           X-REF 00
015792     WRITE LSTG.  MOVE SPACES TO LSTG.                            X-REF 00
015793     MOVE "REFERENCED IN DECKS" TO MSG.                           X-REF 00
015794     IF PL-REF-CNT(PX) > 0                                        X-REF 00
015795         PERFORM POOL-DECK-REF VARYING DX FROM 1 BY 1             X-REF 00
015796             UNTIL DX > PL-REF-CNT(PX).                           X-REF 00
015797     WRITE LSTG BEFORE 2 LINES.  MOVE SPACES TO LSTG.             X-REF 00
015798 POOL-PRINT-X.  EXIT.                                             X-REF 00
015799 POOL-DECK-DEF.                                                   X-REF 00
015800     MOVE PL-DEF-DECK(PX, DX) TO LSNO(DX + 3).                    X-REF 00
015801 POOL-DECK-REF.                                                   X-REF 00
015802     MOVE PL-REF-DECK(PX, DX) TO LSNO(DX + 3).                    X-REF 00
015803 XO-PUT-DEF.                                                      X-REF 00
015804     IF XREF-OUT-FLAG NOT = "Y" GO TO XO-PUT-X.                   X-REF 00
015805     MOVE SPACES TO XREC. MOVE DECKNO TO XO-DECK.                 X-REF 00
015806     MOVE SALF TO XO-NAME. MOVE "D" TO XO-TYPE.                   X-REF 00
015807     MOVE SDIV TO XO-DIV.                                         X-REF 00
015808     MOVE XO-DEF-HOLD TO XO-DEFLINE.                              X-REF 00
015809     MOVE "000000" TO XO-REFLINE. WRITE XREC.                     X-REF 00
015810     GO TO XO-PUT-X.                                              X-REF 00
015811 XO-PUT-REF.                                                      X-REF 00
015812     IF XREF-OUT-FLAG NOT = "Y" GO TO XO-PUT-X.                   X-REF 00
015813     MOVE SPACES TO XREC. MOVE DECKNO TO XO-DECK.                 X-REF 00
015814     MOVE SALF TO XO-NAME. MOVE "R" TO XO-TYPE.                   X-REF 00
015815     MOVE SDIV TO XO-DIV.                                         X-REF 00
015816     MOVE XO-DEF-HOLD TO XO-DEFLINE.                              X-REF 00
015817     MOVE SSNO TO XO-REFLINE. WRITE XREC.                         X-REF 00
015818     GO TO XO-PUT-X.                                              X-REF 00
015819 XO-PUT-UND.                                                      X-REF 00
015820     IF XREF-OUT-FLAG NOT = "Y" GO TO XO-PUT-X.                   X-REF 00
015821     MOVE SPACES TO XREC. MOVE DECKNO TO XO-DECK.                 X-REF 00
015822     MOVE SALF TO XO-NAME. MOVE "U" TO XO-TYPE.                   X-REF 00
015823     MOVE SDIV TO XO-DIV.                                         X-REF 00
015824     MOVE "000000" TO XO-DEFLINE.                                 X-REF 00
015825     MOVE SSNO TO XO-REFLINE. WRITE XREC.                         X-REF 00
015826 XO-PUT-X.  EXIT.                                                 X-REF 00
015836 CONF-ASK.                                                        X-REF 00
015846     DISPLAY "OWNING PROGRAM (BLANK - USE EACH PROGRAM-ID)".      X-REF 00
015856     ACCEPT CONF-PROG-IN.                                         X-REF 00
015866     MOVE CONF-PROG-IN TO CONF-PROG.                              X-REF 00
015886 CONF-ASK-X.  EXIT.                                               X-REF 00
015896 CONF-PGMID.                                                      X-REF 00
015906     NOTE  TAKES THE OWNING PROGRAM FROM THE PROGRAM-ID CARD -    X-REF 00
015916         THE QUOTED NAME WHEN THERE IS ONE, ELSE THE FIRST WORD   X-REF 00
015926         AFTER PROGRAM-ID - UNLESS ONE WAS KEYED AT THE ACCEPT.   X-REF 00
015936     IF CONF-PROG-IN ! SPACES GO TO CONF-PGMID-X.                 X-REF 00
015946     MOVE CI TO CFX.                                              X-REF 00
015956 CONF-P-QUOTE.                                                    X-REF 00
015966     IF CFX > 72 GO TO CONF-P-WORD.                               X-REF 00
015976     IF COL(CFX) = QUOTE GO TO CONF-P-LIT.                        X-REF 00
015986     ADD 1 TO CFX.  GO TO CONF-P-QUOTE.                           X-REF 00
015996 CONF-P-LIT.                                                      X-REF 00
016006     MOVE SPACES TO CONF-WORD.  MOVE 0 TO CFW.                    X-REF 00
016016 CONF-P-LCH.                                                      X-REF 00
016026     ADD 1 TO CFX.                                                X-REF 00
016036     IF CFX > 72 GO TO CONF-P-SET.                                X-REF 00
016046     IF COL(CFX) = QUOTE GO TO CONF-P-SET.                        X-REF 00
016056     IF CFW < 30 ADD 1 TO CFW MOVE COL(CFX) TO CFW-CH(CFW).       X-REF 00
016066     GO TO CONF-P-LCH.                                            X-REF 00
016076 CONF-P-WORD.                                                     X-REF 00
016086     MOVE CI TO CFX.  MOVE SPACES TO CONF-WORD.  MOVE 0 TO CFW.   X-REF 00
016096 CONF-P-WSK.                                                      X-REF 00
016106     IF CFX > 72 GO TO CONF-P-SET.                                X-REF 00
016116     IF COL(CFX) = SPACE OR COL(CFX) = "."                        X-REF 00
016126         ADD 1 TO CFX  GO TO CONF-P-WSK.                          X-REF 00
016136 CONF-P-WCH.                                                      X-REF 00
016146     IF CFW < 30 ADD 1 TO CFW MOVE COL(CFX) TO CFW-CH(CFW).       X-REF 00
016156     ADD 1 TO CFX.                                                X-REF 00
016166     IF CFX < 73 IF COL(CFX) ! SPACE IF COL(CFX) ! "."            X-REF 00
016176         GO TO CONF-P-WCH.                                        X-REF 00
016186 CONF-P-SET.                                                      X-REF 00
016196     MOVE CONF-WORD TO CONF-PROG.                                 X-REF 00
016206 CONF-PGMID-X.  EXIT.                                             X-REF 00
016216 CONF-DEF.                                                        X-REF 00
016226     NOTE  SCANS THE REST OF THE CARD NAMING A DATA ITEM FOR ITS  X-REF 00
016236         PICTURE (PC, PIC OR PICTURE), ITS SIZE (SZ OR SIZE) AND  X-REF 00
016246         A REDEFINES, WITHOUT MOVING CI, THEN HOLDS WHAT WAS      X-REF 00
016256         FOUND AGAINST THE DICTIONARY; FD AND SD ENTRIES AND      X-REF 00
016266         LEVELS 66 AND 88 ARE PASSED OVER.                        X-REF 00
016276     IF CONF-LV2 NOT NUMERIC GO TO CONF-DEF-X.                    X-REF 00
016286     IF CONF-LEVEL = "88" OR "66" GO TO CONF-DEF-X.               X-REF 00
016296     MOVE SPACES TO CONF-PIC CONF-RDN.                            X-REF 00
016306     MOVE 0 TO CF-STATE CF-END CF-HAVE.                           X-REF 00
016316     MOVE CI TO CFX.                                              X-REF 00
016326 CONF-D-SKIP.                                                     X-REF 00
016336     IF CFX > 72 GO TO CONF-D-DONE.                               X-REF 00
016346     IF COL(CFX) = QUOTE GO TO CONF-D-LIT.                        X-REF 00
016356     IF COL(CFX) = SPACE ADD 1 TO CFX GO TO CONF-D-SKIP.          X-REF 00
016366     MOVE SPACES TO CONF-WORD.  MOVE 0 TO CFW.                    X-REF 00
016376 CONF-D-CHAR.                                                     X-REF 00
016386     IF CFW < 30 ADD 1 TO CFW MOVE COL(CFX) TO CFW-CH(CFW).       X-REF 00
016396     ADD 1 TO CFX.                                                X-REF 00
016406     IF CFX < 73 IF COL(CFX) ! SPACE GO TO CONF-D-CHAR.           X-REF 00
016416     IF CFW-CH(CFW) = "."                                         X-REF 00
016426         MOVE 1 TO CF-END  MOVE SPACE TO CFW-CH(CFW).             X-REF 00
016436     PERFORM CONF-D-WORD THRU CONF-D-WORD-X.                      X-REF 00
016446     IF CF-END = 0 GO TO CONF-D-SKIP.                             X-REF 00
016456     GO TO CONF-D-DONE.                                           X-REF 00
016466 CONF-D-LIT.                                                      X-REF 00
016476     ADD 1 TO CFX.                                                X-REF 00
016486     IF CFX > 72 GO TO CONF-D-DONE.                               X-REF 00
016496     IF COL(CFX) ! QUOTE GO TO CONF-D-LIT.                        X-REF 00
016506     ADD 1 TO CFX.  GO TO CONF-D-SKIP.                            X-REF 00
016516 CONF-D-DONE.                                                     X-REF 00
016526     IF CONF-RDN ! SPACES PERFORM CONF-REDEF THRU CONF-REDEF-X.   X-REF 00
016536     IF SALF = "FILLER" GO TO CONF-DEF-X.                         X-REF 00
016546     MOVE SALF TO CONF-KEY.                                       X-REF 00
016556     PERFORM CONF-FIND THRU CONF-FIND-X.                          X-REF 00
016566     IF CONF-HIT = 0 GO TO CONF-DEF-X.                            X-REF 00
016576     IF CONF-PROG ! SPACES IF DPROG ! SPACES                      X-REF 00
016586         IF DPROG ! CONF-PROG                                     X-REF 00
016596             MOVE "OWNED BY ANOTHER PROGRAM" TO CM-TEXT           X-REF 00
016606             MOVE CONF-PROG TO CM-PGM                             X-REF 00
016616             MOVE DPROG TO CM-DICT                                X-REF 00
016626             PERFORM CONF-ADD THRU CONF-ADD-X.                    X-REF 00
016636     IF DPICT = SPACES GO TO CONF-DEF-X.                          X-REF 00
016646     IF CF-HAVE = 0 IF CF-END = 1                                 X-REF 00
016656         MOVE "DEFINED AS A GROUP ITEM" TO CM-TEXT                X-REF 00
016666         MOVE "(GROUP)" TO CM-PGM                                 X-REF 00
016676         MOVE DPICT TO CM-DICT                                    X-REF 00
016686         PERFORM CONF-ADD THRU CONF-ADD-X.                        X-REF 00
016696     IF CF-HAVE = 0 GO TO CONF-DEF-X.                             X-REF 00
016706     MOVE CONF-PIC TO NORM-IN.                                    X-REF 00
016716     PERFORM CONF-NORM THRU CONF-NORM-X.                          X-REF 00
016726     MOVE NORM-OUT TO CONF-PNORM.                                 X-REF 00
016736     MOVE DPICT TO NORM-IN.                                       X-REF 00
016746     PERFORM CONF-NORM THRU CONF-NORM-X.                          X-REF 00
016756     MOVE NORM-OUT TO CONF-DNORM.                                 X-REF 00
016766     IF CONF-PNORM = CONF-DNORM GO TO CONF-DEF-X.                 X-REF 00
016776     MOVE "PICTURE DIFFERS" TO CM-TEXT.                           X-REF 00
016786     MOVE CONF-PIC TO CM-PGM.                                     X-REF 00
016796     MOVE DPICT TO CM-DICT.                                       X-REF 00
016806     PERFORM CONF-ADD THRU CONF-ADD-X.                            X-REF 00
016816 CONF-DEF-X.  EXIT.                                               X-REF 00
016826 CONF-D-WORD.                                                     X-REF 00
016836     IF CONF-WORD = SPACES GO TO CONF-D-WORD-X.                   X-REF 00
016846     IF CF-STATE ! 0 IF CONF-WORD = "IS" GO TO CONF-D-WORD-X.     X-REF 00
016856     IF CF-STATE = 1 MOVE CONF-WORD TO CONF-PIC                   X-REF 00
016866         MOVE 1 TO CF-HAVE  MOVE 0 TO CF-STATE                    X-REF 00
016876         GO TO CONF-D-WORD-X.                                     X-REF 00
016886     IF CF-STATE = 2 MOVE "SZ " TO CP-HEAD                        X-REF 00
016896         MOVE CONF-WORD TO CP-REST                                X-REF 00
016906         MOVE 1 TO CF-HAVE  MOVE 0 TO CF-STATE                    X-REF 00
016916         GO TO CONF-D-WORD-X.                                     X-REF 00
016926     IF CF-STATE = 3 MOVE CONF-WORD TO CONF-RDN                   X-REF 00
016936         MOVE 0 TO CF-STATE  GO TO CONF-D-WORD-X.                 X-REF 00
016946     IF CONF-WORD = "PC" OR "PIC" OR "PICTURE" MOVE 1 TO CF-STATE.X-REF 00
016956     IF CONF-WORD = "SZ" OR "SIZE" MOVE 2 TO CF-STATE.            X-REF 00
016966     IF CONF-WORD = "REDEFINES" MOVE 3 TO CF-STATE.               X-REF 00
016976 CONF-D-WORD-X.  EXIT.                                            X-REF 00
016986 CONF-REDEF.                                                      X-REF 00
016996     MOVE CONF-RDN TO CONF-KEY.                                   X-REF 00
017006     PERFORM CONF-FIND THRU CONF-FIND-X.                          X-REF 00
017016     IF CONF-HIT = 0 GO TO CONF-REDEF-X.                          X-REF 00
017026     IF CONF-PROG = SPACES OR DPROG = SPACES                      X-REF 00
017036         GO TO CONF-REDEF-X.                                      X-REF 00
017046     IF DPROG = CONF-PROG GO TO CONF-REDEF-X.                     X-REF 00
017056     MOVE "REDEFINED BUT NOT OWNED" TO CM-TEXT.                   X-REF 00
017066     MOVE CONF-PROG TO CM-PGM.                                    X-REF 00
017076     MOVE DPROG TO CM-DICT.                                       X-REF 00
017086     PERFORM CONF-ADD THRU CONF-ADD-X.                            X-REF 00
017096 CONF-REDEF-X.  EXIT.                                             X-REF 00
017097 CONF-FIND.                                                       X-REF 00
017098     MOVE CONF-KEY TO LOOK-NAME.                                  X-REF 00
017099     PERFORM DICT-FIND THRU DICT-FIND-X.                          X-REF 00
017100     MOVE LOOK-HIT TO CONF-HIT.                                   X-REF 00
017101 CONF-FIND-X.  EXIT.                                              X-REF 00
017102 DICT-FIND.                                                       X-REF 00
017103     NOTE  THE LAST BLOCK WHOSE FIRST NAME IS NOT PAST LOOK-NAME  X-REF 00
017104         IS READ UNTIL THE NAME IS FOUND OR PASSED, THEN THE      X-REF 00
017105         OVERFLOW NAMES ARE SEARCHED. A HIT LEAVES ITS SLOT IN    X-REF 00
017106         LOOK-HIT AND ITS RECORD IN DICTREC.                      X-REF 00
017107     MOVE 0 TO LOOK-HIT LOOK-BLK OHIT.                            X-REF 00
017108     IF LOOK-NAME = SPACES GO TO DICT-FIND-X.                     X-REF 00
017109     PERFORM DICT-FIND-BLK VARYING NX FROM 1 BY 1                 X-REF 00
017110         UNTIL NX > NDX-CNT.                                      X-REF 00
017111     IF LOOK-BLK = 0 GO TO DICT-FIND-OVER.                        X-REF 00
017112     COMPUTE DICT-KEY = (LOOK-BLK - 1) * DICT-BLOCK.              X-REF 00
017113     COMPUTE LOOK-END = DICT-KEY + DICT-BLOCK.                    X-REF 00
017114     IF LOOK-BLK = NDX-CNT OR LOOK-END > DICT-PRIME               X-REF 00
017115         MOVE DICT-PRIME TO LOOK-END.                             X-REF 00
017116 DICT-FIND-READ.  ADD 1 TO DICT-KEY.                              X-REF 00
017117     IF DICT-KEY > LOOK-END GO TO DICT-FIND-OVER.                 X-REF 00
017118     READ DATA-DICT INVALID KEY GO TO DICT-FIND-OVER.             X-REF 00
017119     IF DNAME = LOOK-NAME MOVE DICT-KEY TO LOOK-HIT               X-REF 00
017120         GO TO DICT-FIND-X.                                       X-REF 00
017121     IF DNAME = SPACES GO TO DICT-FIND-READ.                      X-REF 00
017122     IF DNAME > LOOK-NAME GO TO DICT-FIND-OVER.                   X-REF 00
017123     GO TO DICT-FIND-READ.                                        X-REF 00
017124 DICT-FIND-OVER.                                                  X-REF 00
017125     PERFORM DICT-FIND-OV VARYING OX FROM 1 BY 1                  X-REF 00
017126         UNTIL OX > OVER-CNT OR OHIT > 0.                         X-REF 00
017127     IF OHIT = 0 GO TO DICT-FIND-X.                               X-REF 00
017128     MOVE OV-SLOT(OHIT) TO DICT-KEY.                              X-REF 00
017129     READ DATA-DICT INVALID KEY GO TO DICT-FIND-X.                X-REF 00
017130     MOVE DICT-KEY TO LOOK-HIT.                                   X-REF 00
017131 DICT-FIND-X.  EXIT.                                              X-REF 00
017132 DICT-FIND-BLK.                                                   X-REF 00
017133     IF NDX-KEY(NX) NOT > LOOK-NAME MOVE NX TO LOOK-BLK.          X-REF 00
017134 DICT-FIND-OV.                                                    X-REF 00
017135     IF OV-NAME(OX) = LOOK-NAME MOVE OX TO OHIT.                  X-REF 00
017176 CONF-ADD.                                                        X-REF 00
017186     IF CONF-CNT = 100 MOVE 1 TO CONF-OVER-SW GO TO CONF-ADD-X.   X-REF 00
017196     ADD 1 TO CONF-CNT.                                           X-REF 00
017206     MOVE CONF-KEY TO CE-NAME(CONF-CNT).                          X-REF 00
017216     MOVE SSNO TO CE-LINE(CONF-CNT).                              X-REF 00
017226     MOVE CM-TEXT TO CE-TEXT(CONF-CNT).                           X-REF 00
017236     MOVE CM-PGM TO CE-PGM(CONF-CNT).                             X-REF 00
017246     MOVE CM-DICT TO CE-DICT(CONF-CNT).                           X-REF 00
017256 CONF-ADD-X.  EXIT.                                               X-REF 00
017266 CONF-NORM.                                                       X-REF 00
017276     NOTE  REDUCES A PICTURE IN NORM-IN TO ONE RUN PER CHARACTER  X-REF 00
017286         IN NORM-OUT SO 999 AND 9(3) AND 9(03) ALL COME OUT AS    X-REF 00
017296         9(3); A LEADING PC, PIC OR PICTURE IS DROPPED AND SZ N   X-REF 00
017306         OR SIZE N COMES OUT AS X(N).                             X-REF 00
017316     MOVE SPACES TO NORM-OUT.  MOVE 0 TO NY CF-RUN.               X-REF 00
017326     MOVE SPACE TO CF-RCH.  MOVE 1 TO NX.                         X-REF 00
017336     IF NP-3 = "PC " MOVE 4 TO NX.                                X-REF 00
017346     IF NP-3 = "PIC" IF NI-CH(4) = SPACE MOVE 5 TO NX.            X-REF 00
017356     IF NP-8 = "PICTURE " MOVE 9 TO NX.                           X-REF 00
017366     IF NP-3 = "SZ " MOVE 4 TO NX  GO TO CONF-N-SIZE.             X-REF 00
017376     IF NP-5 = "SIZE " MOVE 6 TO NX  GO TO CONF-N-SIZE.           X-REF 00
017386 CONF-N-LEAD.                                                     X-REF 00
017396     IF NX < 30 IF NI-CH(NX) = SPACE ADD 1 TO NX                  X-REF 00
017406         GO TO CONF-N-LEAD.                                       X-REF 00
017416 CONF-N-CHAR.                                                     X-REF 00
017426     IF NX > 30 GO TO CONF-N-END.                                 X-REF 00
017436     MOVE NI-CH(NX) TO CF-C.                                      X-REF 00
017446     IF CF-C = SPACE GO TO CONF-N-END.                            X-REF 00
017456     IF CF-C = "(" MOVE 0 TO CF-NUM  ADD 1 TO NX                  X-REF 00
017466         GO TO CONF-N-NUM.                                        X-REF 00
017476     ADD 1 TO NX.                                                 X-REF 00
017486     IF CF-C = CF-RCH ADD 1 TO CF-RUN  GO TO CONF-N-CHAR.         X-REF 00
017496     PERFORM CONF-N-EMIT THRU CONF-N-EMIT-X.                      X-REF 00
017506     MOVE CF-C TO CF-RCH.  MOVE 1 TO CF-RUN.                      X-REF 00
017516     GO TO CONF-N-CHAR.                                           X-REF 00
017526 CONF-N-NUM.                                                      X-REF 00
017536     IF NX > 30 GO TO CONF-N-END.                                 X-REF 00
017546     IF NI-CH(NX) = ")" ADD 1 TO NX                               X-REF 00
017556         IF CF-NUM > 0 ADD CF-NUM TO CF-RUN                       X-REF 00
017566             SUBTRACT 1 FROM CF-RUN  GO TO CONF-N-CHAR            X-REF 00
017576         ELSE GO TO CONF-N-CHAR.                                  X-REF 00
017586     MOVE NI-CH(NX) TO CF-DIGX.                                   X-REF 00
017596     IF CF-DIGX NUMERIC COMPUTE CF-NUM = CF-NUM * 10 + CF-DIGN.   X-REF 00
017606     ADD 1 TO NX.  GO TO CONF-N-NUM.                              X-REF 00
017616 CONF-N-SIZE.                                                     X-REF 00
017626     IF NX < 30 IF NI-CH(NX) = SPACE ADD 1 TO NX                  X-REF 00
017636         GO TO CONF-N-SIZE.                                       X-REF 00
017646     MOVE 0 TO CF-NUM.                                            X-REF 00
017656 CONF-N-SZD.                                                      X-REF 00
017666     IF NX > 30 GO TO CONF-N-SZE.                                 X-REF 00
017676     MOVE NI-CH(NX) TO CF-DIGX.                                   X-REF 00
017686     IF CF-DIGX NOT NUMERIC GO TO CONF-N-SZE.                     X-REF 00
017696     COMPUTE CF-NUM = CF-NUM * 10 + CF-DIGN.                      X-REF 00
017706     ADD 1 TO NX.  GO TO CONF-N-SZD.                              X-REF 00
017716 CONF-N-SZE.                                                      X-REF 00
017726     MOVE "X" TO CF-RCH.  MOVE CF-NUM TO CF-RUN.                  X-REF 00
017736 CONF-N-END.                                                      X-REF 00
017746     PERFORM CONF-N-EMIT THRU CONF-N-EMIT-X.                      X-REF 00
017756 CONF-NORM-X.  EXIT.                                              X-REF 00
017766 CONF-N-EMIT.                                                     X-REF 00
017776     IF CF-RCH = SPACE GO TO CONF-N-EMIT-X.                       X-REF 00
017786     MOVE CF-RCH TO CF-PUT.  PERFORM CONF-N-PUT.                  X-REF 00
017796     MOVE "(" TO CF-PUT.  PERFORM CONF-N-PUT.                     X-REF 00
017806     MOVE CF-RUN TO CF-ED.  MOVE 0 TO CF-LEAD.                    X-REF 00
017816     PERFORM CONF-N-DIG VARYING NK FROM 1 BY 1 UNTIL NK > 3.      X-REF 00
017826     MOVE ")" TO CF-PUT.  PERFORM CONF-N-PUT.                     X-REF 00
017836 CONF-N-EMIT-X.  EXIT.                                            X-REF 00
017846 CONF-N-DIG.                                                      X-REF 00
017856     IF CF-EDC(NK) ! "0" OR NK = 3 MOVE 1 TO CF-LEAD.             X-REF 00
017866     IF CF-LEAD = 1 MOVE CF-EDC(NK) TO CF-PUT                     X-REF 00
017876         PERFORM CONF-N-PUT.                                      X-REF 00
017886 CONF-N-PUT.                                                      X-REF 00
017896     IF NY < 30 ADD 1 TO NY  MOVE CF-PUT TO NO-CH(NY).            X-REF 00
017906 CONF-REPORT.                                                     X-REF 00
017916     NOTE  LISTS THE CONFORMITY EXCEPTIONS HELD FOR THE DECK AT   X-REF 00
017926         THE FOOT OF ITS LISTING AND CLEARS THEM FOR THE NEXT.    X-REF 00
017936     MOVE SPACES TO LSTG.                                         X-REF 00
017946     MOVE "  DICTIONARY CONFORMITY" TO LSTG.                      X-REF 00
017956     IF CONF-PROG ! SPACES MOVE CONF-PROG TO MSG.                 X-REF 00
017966     WRITE LSTG BEFORE 2 LINES.  MOVE SPACES TO LSTG.             X-REF 00
017976     IF CONF-CNT = 0                                              X-REF 00
017986         MOVE "  NO PICTURE OR OWNERSHIP EXCEPTIONS" TO LSTG      X-REF 00
017996         WRITE LSTG  MOVE SPACES TO LSTG.                         X-REF 00
018006     PERFORM CONF-PRINT THRU CONF-PRINT-X VARYING CFR FROM 1      X-REF 00
018016         BY 1 UNTIL CFR > CONF-CNT.                               X-REF 00
018026     IF CONF-OVER-SW = 1                                          X-REF 00
018036         MOVE "  *** TABLE OVERFLOWED - EXCEPTIONS ABOVE ARE      X-REF 00
018046-        " INCOMPLETE ***" TO LSTG                                X-REF 00
018056         WRITE LSTG  MOVE SPACES TO LSTG.                         X-REF 00
018066     MOVE 0 TO CONF-CNT CONF-OVER-SW.                             X-REF 00
018076     MOVE CONF-PROG-IN TO CONF-PROG.                              X-REF 00
018086 CONF-REPORT-X.  EXIT.                                            X-REF 00
018096 CONF-PRINT.                                                      X-REF 00
018106     MOVE SPACES TO LSTG.                                         X-REF 00
018116     MOVE CE-LINE(CFR) TO PSNO.  MOVE CE-NAME(CFR) TO ALF.        X-REF 00
018126     MOVE CE-TEXT(CFR) TO CM-TEXT.  MOVE CE-PGM(CFR) TO CM-PGM.   X-REF 00
018136     MOVE CE-DICT(CFR) TO CM-DICT.  MOVE CONF-MSG TO MSG.         X-REF 00
018146     WRITE LSTG.  MOVE SPACES TO LSTG.                            X-REF 00
018156 CONF-PRINT-X.  EXIT.                                             X-REF 00
                                                                                
