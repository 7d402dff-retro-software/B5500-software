003360      PER-DAY CODE-4 RECORDS ARE DROPPED AND A SINGLE CLOSING           00
003370      CODE-4 IS WRITTEN - SO CHRISLOGS EXISTING LISTING AND             00
003380      INQUIRY PASSES RUN AGAINST THE HISTORY UNCHANGED.                 00
003381                                                                        00
003382   EVERY ARCHIVE REEL IS NOW DRAWN FROM THE VOLCAT SCRATCH POOL         00
003383   (OR KEYED WHEN THE POOL IS EMPTY) AND CATALOGUED IN VOLCAT AS        00
003384   FILE ID LOGARCH WITH VAULT CLASS V, SO VAULTROT SENDS IT TO          00
003385   THE OFF-SITE VAULT ON THE NEXT COURIER DAY.                          00
003400                                                                        00
003500 IDENTIFICATION DIVISION.                                         LOGARC00
003600 PROGRAM-ID. WEEKLY LOG CONSOLIDATION "LOGARCH".                  LOGARC00
005000     SELECT AUDIT-TRAIL  ASSIGN TO DISK.                          LOGARC00
005001     SELECT AUTH-FILE ASSIGN TO DISK                              LOGARC00
005002         FILE STATUS IS AUTH-FILE-STATUS.                         LOGARC00
005012     SELECT OPER-FILE ASSIGN TO DISK                              LOGARC00
005022         FILE STATUS IS OPER-FILE-STATUS.                         LOGARC00
005032     SELECT VOL-CATALOG  ASSIGN TO DISK.                          LOGARC00
005100 I-O-CONTROL.                                                     LOGARC00
005200     APPLY TECHNIQUE-A ON DAY-FILE.                               LOGARC00
005300 DATA DIVISION.                                                   LOGARC00
005400 FILE SECTION.                                                    LOGARC00
005401 MD  OPER-FILE                                                    LOGARC00
005402     ACCESS SEQUENTIAL                                            LOGARC00
005403     BLOCK CONTAINS 1 RECORDS                                     LOGARC00
005404     VALUE OF ID "OPROSTER"                                       LOGARC00
005405     DATA RECORD OPER-REC.                                        LOGARC00
005406 01  OPER-REC        SZ 80.                                       LOGARC00
005407     05  OR-CODE         PC X(3).                                 LOGARC00
005408     05  FILLER          SZ 1.                                    LOGARC00
005409     05  OR-NAME         PC X(20).                                LOGARC00
005410     05  FILLER          SZ 1.                                    LOGARC00
005411     05  OR-STATUS       PC X.                                    LOGARC00
005412     05  FILLER          SZ 54.                                   LOGARC00
005500 MD  DAY-FILE                                                     LOGARC00
005600         FILE CONTAINS 10 | 1200 RECORDS                          LOGARC00
005700         ACCESS SEQUENTIAL                                        LOGARC00
008306     05  RA-RUN-ID       PC X(7).                                 LOGARC00
008307     05  FILLER          SZ 1.                                    LOGARC00
008308     05  RA-PROGRAM      PC X(8).                                 LOGARC00
008309     05  FILLER          SZ 1.                                    LOGARC00
008310     05  RA-EXPIRES      PC 9(6).                                 LOGARC00
008311     05  FILLER          SZ 57.                                   LOGARC00
008312 MD  VOL-CATALOG                                                  LOGARC00
008313     ACCESS SEQUENTIAL                                            LOGARC00
008314     BLOCK CONTAINS 1 RECORDS                                     LOGARC00
008315     VALUE OF ID "VOLCAT"                                         LOGARC00
008316     DATA RECORD VC-REC.                                          LOGARC00
008317 01  VC-REC          SZ 80.                                       LOGARC00
008318     05  VC-SERIAL       PC X(6).                                 LOGARC00
008319     05  FILLER          SZ 1.                                    LOGARC00
008320     05  VC-FILE-ID      PC X(8).                                 LOGARC00
008321     05  FILLER          SZ 1.                                    LOGARC00
008322     05  VC-PROGRAM      PC X(8).                                 LOGARC00
008323     05  FILLER          SZ 1.                                    LOGARC00
008324     05  VC-DATE         PC 9(6).                                 LOGARC00
008325     05  FILLER          SZ 1.                                    LOGARC00
008326     05  VC-SAVE         PC 9(3).                                 LOGARC00
008327     05  FILLER          SZ 28.                                   LOGARC00
008328     05  VC-POOL         PC X.                                    LOGARC00
008329     05  FILLER          SZ 1.                                    LOGARC00
008330     05  VC-RACK         PC X(5).                                 LOGARC00
008331     05  FILLER          SZ 1.                                    LOGARC00
008332     05  VC-LOC          PC X.                                    LOGARC00
008333     05  FILLER          SZ 1.                                    LOGARC00
008334     05  VC-CLASS        PC X.                                    LOGARC00
008335     05  FILLER          SZ 6.                                    LOGARC00
008336 MD  AUDIT-TRAIL                                                  LOGARC00
008400         ACCESS RANDOM                                            LOGARC00
008500         ACTUAL KEY IS AU-KEY                                     LOGARC00
008600         BLOCK CONTAINS 1 RECORDS                                 LOGARC00
008700         VALUE OF ID "AUDITTRL"                                   LOGARC00
008800         DATA RECORD AUDIT-REC.                                   LOGARC00
008900 01  AUDIT-REC       SZ 44.                                       LOGARC00
009000     05  AU-PROGRAM              PC X(8) VA "LOGARCH ".           LOGARC00
009100     05  AU-DATE                 PC 9(6).                         LOGARC00
009200     05  AU-TIME                 PC 9(4).                         LOGARC00
009300     05  AU-EVENT                PC X(8).                         LOGARC00
009400     05  AU-RESULT               PC X(8).                         LOGARC00
009500     05  AU-RUN-ID               PC X(7).                         LOGARC00
009510     05  AU-OPERATOR             PC X(3).                         LOGARC00
009600 01  AUDIT-CTL.                                                   LOGARC00
009700     05  AC-NEXT-SLOT        PC 9(8).                             LOGARC00
009710     05  AC-HASH             PC 9(9).                             LOGARC00
009800     05  FILLER              SZ 27.                               LOGARC00
009900 WORKING-STORAGE SECTION.                                         LOGARC00
009901 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        LOGARC00
009902 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     LOGARC00
009903 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     LOGARC00
009904 77  OPERATOR-CODE   VA SPACE        PC X(3).                     LOGARC00
009905 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        LOGARC00
009906 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        LOGARC00
009912 77  AUTH-TODAY      CMP-1   PC 9(6).                             LOGARC00
009922 77  AUTH-DATE-IN            PC 9(6).                             LOGARC00
010000 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             LOGARC00
010100 77  AU-HH           CMP-1   PC 99.                               LOGARC00
010200 77  AU-MM           CMP-1   PC 99.                               LOGARC00
010300 77  AU-KEY          CMP-1   PC 9(8).                             LOGARC00
010400 77  AU-NEXT         CMP-1   PC 9(8).                             LOGARC00
010500 01  AU-SAVE-REC             SZ 44.                               LOGARC00
010501 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     LOGARC00
010502 77  AU-REC-SUM              CMP-1   PC 9(6).                     LOGARC00
010503 77  AU-CX                   CMP-1   PC 99.                       LOGARC00
010504 77  AU-TX                   CMP-1   PC 99.                       LOGARC00
010505 77  AU-CODE                 CMP-1   PC 99.                       LOGARC00
010506 01  AU-HASH-REC.                                                 LOGARC00
010507     05  AU-HC       OC 44   PC X.                                LOGARC00
010508 01  AU-CHAR-SET.                                                 LOGARC00
010509     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          LOGARC00
010510     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          LOGARC00
010511 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           LOGARC00
010512     05  AU-CHAR     OC 48   PC X.                                LOGARC00
010600 77  RUN-ID-ENTRY            PC X(7).                             LOGARC00
010700 77  RUN-FUNCTION                PC X.                            LOGARC00
010800 77  ARCH-FROM-DATE              PC 9(6).                         LOGARC00
011200 77  COPY-COUNT          CMP-1   PC 9(8)  VA 0.                   LOGARC00
011300 77  FOUND-FLAG          VA "N"  PC X.                            LOGARC00
011301 77  D2-FILE-STATUS      VA SPACE PC X(2).                        LOGARC00
011302 77  VOL-SERIAL-IN           PC X(6).                             LOGARC00
011303 77  VOL-FILE-ID  VA "LOGARCH " PC X(8).                          LOGARC00
011304 77  VOL-PROGRAM  VA "LOGARCH " PC X(8).                          LOGARC00
011305 77  VOL-SAVE     VA 30         PC 9(3).                          LOGARC00
011306 77  VOL-CLASS    VA "V"        PC X.                             LOGARC00
011307 77  VOL-RACK     VA SPACES     PC X(5).                          LOGARC00
011308 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             LOGARC00
011309 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             LOGARC00
011310 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             LOGARC00
011311 77  VOL-HOLD-FILE              PC X(8).                          LOGARC00
011312 77  VOL-HOLD-DATE              PC 9(6).                          LOGARC00
011313 77  VOL-HOLD-SAVE              PC 9(3).                          LOGARC00
011314 77  VOL-HOLD-POOL              PC X.                             LOGARC00
011315 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          LOGARC00
011316 77  VOL-EXP-NO         CMP-1   PC 9(8).                          LOGARC00
011317 77  VOL-DOY            CMP-1   PC 9(4).                          LOGARC00
011318 77  VOL-YY             CMP-1   PC 99.                            LOGARC00
011319 77  VOL-MM             CMP-1   PC 99.                            LOGARC00
011320 77  VOL-MX             CMP-1   PC 99.                            LOGARC00
011321 77  VOL-EXPIRES                PC 9(6).                          LOGARC00
011322 77  VOL-EXP-EDIT               PC 99/99/99.                      LOGARC00
011323 01  VOL-DATE-WORK.                                               LOGARC00
011324     05  VOL-DW-MM              PC 99.                            LOGARC00
011325     05  VOL-DW-DD              PC 99.                            LOGARC00
011326     05  VOL-DW-YY              PC 99.                            LOGARC00
011327 01  VOL-CUM-SET.                                                 LOGARC00
011328     05  FILLER  PC X(18) VA "000031059090120151".                LOGARC00
011329     05  FILLER  PC X(18) VA "181212243273304334".                LOGARC00
011330 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           LOGARC00
011331     05  VOL-CUM-DAYS   OC 12   PC 999.                           LOGARC00
011400 PROCEDURE DIVISION.                                              LOGARC00
011500 100-BEGIN.                                                       LOGARC00
011600     ACCEPT RUN-ID-ENTRY.                                         LOGARC00
012700     ACCEPT ARCH-FROM-DATE.                                       LOGARC00
012800     DISPLAY "ENTER WEEK THRU-DATE (MMDDYY)".                     LOGARC00
012900     ACCEPT ARCH-THRU-DATE.                                       LOGARC00
012910     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  LOGARC00
013000     OPEN OUTPUT ARCH-TAPE.                                       LOGARC00
013100     MOVE SPACES TO ARCHREC.                                      LOGARC00
013200     MOVE "LOGARC" TO ARCH-TAG.                                   LOGARC00
015600     GO TO 210-NEXT-DAY.                                          LOGARC00
015700 290-ARCHIVE-DONE.                                                LOGARC00
015800     CLOSE ARCH-TAPE LOCK.                                        LOGARC00
015810     IF VOL-SERIAL-IN NOT = SPACES                                LOGARC00
015820         PERFORM VOLCAT-PUT THRU VOLCAT-X.                        LOGARC00
015900     DISPLAY "WEEK ARCHIVED - RECORDS COPIED" COPY-COUNT.         LOGARC00
016000     MOVE "OK      " TO AU-RESULT.                                LOGARC00
016100     PERFORM AUDIT-END.                                           LOGARC00
019900     MOVE "ABORT   " TO AU-RESULT.                                LOGARC00
020000     PERFORM AUDIT-END.                                           LOGARC00
020100     STOP RUN.                                                    LOGARC00
020101 VOLCAT-PUT.                                                      LOGARC00
020102     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         LOGARC00
020103         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         LOGARC00
020104         PROGRAM, DATE, SAVE FACTOR, VAULT CLASS) - AN EARLIER    LOGARC00
020105         ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOL AND    LOGARC00
020106         HANDS ON ITS RACK LOCATION.                              LOGARC00
020107     OPEN I-O VOL-CATALOG.                                        LOGARC00
020108 VOLCAT-SKIP.                                                     LOGARC00
020109     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  LOGARC00
020110     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          LOGARC00
020111     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               LOGARC00
020112     IF VC-POOL = "P"                                             LOGARC00
020113         MOVE SPACE TO VC-POOL                                    LOGARC00
020114         REWRITE VC-REC.                                          LOGARC00
020115     GO TO VOLCAT-SKIP.                                           LOGARC00
020116 VOLCAT-WRITE.                                                    LOGARC00
020117     MOVE SPACES TO VC-REC.                                       LOGARC00
020118     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             LOGARC00
020119     MOVE VOL-FILE-ID TO VC-FILE-ID.                              LOGARC00
020120     MOVE VOL-PROGRAM TO VC-PROGRAM.                              LOGARC00
020121     MOVE TODAYS-DATE TO VC-DATE.                                 LOGARC00
020122     MOVE VOL-SAVE TO VC-SAVE.                                    LOGARC00
020123     MOVE VOL-RACK TO VC-RACK.                                    LOGARC00
020124     MOVE "R" TO VC-LOC.                                          LOGARC00
020125     MOVE VOL-CLASS TO VC-CLASS.                                  LOGARC00
020126     WRITE VC-REC.                                                LOGARC00
020127     CLOSE VOL-CATALOG.                                           LOGARC00
020128 VOLCAT-X.                                                        LOGARC00
020129     EXIT.                                                        LOGARC00
020130 VOLCAT-SERIAL.                                                   LOGARC00
020131     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -LOGARC00
020132         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     LOGARC00
020133         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          LOGARC00
020134     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      LOGARC00
020135     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    LOGARC00
020136     DISPLAY "SCRATCH POOL EMPTY".                                LOGARC00
020137 VOLCAT-SERIAL-ASK.                                               LOGARC00
020138     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           LOGARC00
020139     " CATALOGED)".                                               LOGARC00
020140     ACCEPT VOL-SERIAL-IN.                                        LOGARC00
020141     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    LOGARC00
020142     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                LOGARC00
020143 VOLCAT-SERIAL-X.                                                 LOGARC00
020144     EXIT.                                                        LOGARC00
020145 VOLCAT-DRAW.                                                     LOGARC00
020146     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATLOGARC00
020147         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       LOGARC00
020148         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   LOGARC00
020149     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       LOGARC00
020150     MOVE 0 TO VOL-POOL-SW.                                       LOGARC00
020151     OPEN I-O VOL-CATALOG.                                        LOGARC00
020152 VOLCAT-DRAW-READ.                                                LOGARC00
020153     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               LOGARC00
020154     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 LOGARC00
020155     MOVE SPACE TO VC-POOL.                                       LOGARC00
020156     REWRITE VC-REC.                                              LOGARC00
020157     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             LOGARC00
020158     MOVE VC-RACK TO VOL-RACK.                                    LOGARC00
020159     MOVE 1 TO VOL-POOL-SW.                                       LOGARC00
020160     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    LOGARC00
020161         VOL-RACK.                                                LOGARC00
020162 VOLCAT-DRAW-END.                                                 LOGARC00
020163     CLOSE VOL-CATALOG.                                           LOGARC00
020164 VOLCAT-DRAW-X.                                                   LOGARC00
020165     EXIT.                                                        LOGARC00
020166 VOLCAT-CHECK.                                                    LOGARC00
020167     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      LOGARC00
020168         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  LOGARC00
020169         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       LOGARC00
020170     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         LOGARC00
020171     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              LOGARC00
020172     OPEN INPUT VOL-CATALOG.                                      LOGARC00
020173 VOLCAT-CHECK-READ.                                               LOGARC00
020174     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              LOGARC00
020175     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    LOGARC00
020176     MOVE 1 TO VOL-HOLD-SW.                                       LOGARC00
020177     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            LOGARC00
020178     MOVE VC-DATE TO VOL-HOLD-DATE.                               LOGARC00
020179     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               LOGARC00
020180     MOVE VC-POOL TO VOL-HOLD-POOL.                               LOGARC00
020181     GO TO VOLCAT-CHECK-READ.                                     LOGARC00
020182 VOLCAT-CHECK-END.                                                LOGARC00
020183     CLOSE VOL-CATALOG.                                           LOGARC00
020184     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    LOGARC00
020185         GO TO VOLCAT-CHECK-X.                                    LOGARC00
020186     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           LOGARC00
020187     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      LOGARC00
020188         + VOL-DW-DD.                                             LOGARC00
020189     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         LOGARC00
020190     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        LOGARC00
020191         + VOL-DW-DD + VOL-HOLD-SAVE.                             LOGARC00
020192     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   LOGARC00
020193         GO TO VOLCAT-CHECK-X.                                    LOGARC00
020194     PERFORM VOLCAT-EXPIRY.                                       LOGARC00
020195     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        LOGARC00
020196         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     LOGARC00
020197     MOVE 1 TO VOL-REFUSE-SW.                                     LOGARC00
020198 VOLCAT-CHECK-X.                                                  LOGARC00
020199     EXIT.                                                        LOGARC00
020200 VOLCAT-EXPIRY.                                                   LOGARC00
020201     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     LOGARC00
020202         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   LOGARC00
020203     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       LOGARC00
020204         + VOL-HOLD-SAVE.                                         LOGARC00
020205     MOVE VOL-DW-YY TO VOL-YY.                                    LOGARC00
020206     PERFORM VOLCAT-EXP-YEAR                                      LOGARC00
020207         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   LOGARC00
020208     MOVE 1 TO VOL-MM.                                            LOGARC00
020209     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          LOGARC00
020210         UNTIL VOL-MX IS GREATER THAN 12.                         LOGARC00
020211     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         LOGARC00
020212         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      LOGARC00
020213     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            LOGARC00
020214 VOLCAT-EXP-YEAR.                                                 LOGARC00
020215     SUBTRACT 365 FROM VOL-DOY.                                   LOGARC00
020216     ADD 1 TO VOL-YY.                                             LOGARC00
020217 VOLCAT-EXP-MONTH.                                                LOGARC00
020218     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             LOGARC00
020219         MOVE VOL-MX TO VOL-MM.                                   LOGARC00
020220 AUDIT-START.                                                     LOGARC00
020221     PERFORM OPER-SIGNON THRU OPER-X.                             LOGARC00
020300     MOVE TODAYS-DATE TO AU-DATE.                                 LOGARC00
020400     MOVE "START   " TO AU-EVENT.                                 LOGARC00
020500     MOVE SPACES TO AU-RESULT.                                    LOGARC00
022709     ADD 1 TO AU-NEXT.                                            LOGARC00
022710     GO TO AUDIT-SKIP.                                            LOGARC00
022711 AUDIT-FREE.                                                      LOGARC00
022712     MOVE 1 TO AU-KEY.                                            LOGARC00
022713     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       LOGARC00
022714     MOVE 0 TO AU-HASH.                                           LOGARC00
022715     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  LOGARC00
022716     MOVE AU-NEXT TO AU-KEY.                                      LOGARC00
022717     MOVE AU-SAVE-REC TO AUDIT-REC.                               LOGARC00
022723     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        LOGARC00
023000 AUDIT-PUT.                                                       LOGARC00
023100     WRITE AUDIT-REC INVALID KEY                                  LOGARC00
023200         DISPLAY "AUDIT TRAIL FULL".                              LOGARC00
023400     MOVE 1 TO AU-KEY.                                            LOGARC00
023500     MOVE SPACES TO AUDIT-REC.                                    LOGARC00
023600     MOVE AU-NEXT TO AC-NEXT-SLOT.                                LOGARC00
023610     MOVE AU-HASH TO AC-HASH.                                     LOGARC00
023700     WRITE AUDIT-REC INVALID KEY                                  LOGARC00
023800         DISPLAY "AUDIT CONTROL ERROR".                           LOGARC00
023900     MOVE AU-SAVE-REC TO AUDIT-REC.                               LOGARC00
024000     CLOSE AUDIT-TRAIL.                                           LOGARC00
024001 AUDIT-HASH.                                                      LOGARC00
024002     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        LOGARC00
024003         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     LOGARC00
024004         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     LOGARC00
024005         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         LOGARC00
024006         REMOVED AFTER IT WAS WRITTEN.                            LOGARC00
024007     MOVE AUDIT-REC TO AU-HASH-REC.                               LOGARC00
024008     MOVE 0 TO AU-REC-SUM.                                        LOGARC00
024009     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            LOGARC00
024010         UNTIL AU-CX IS GREATER THAN 44.                          LOGARC00
024011     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       LOGARC00
024012         MOD 999999937.                                           LOGARC00
024013     GO TO AUDIT-HASH-X.                                          LOGARC00
024014 AUDIT-HASH-CHAR.                                                 LOGARC00
024015     MOVE 49 TO AU-CODE.                                          LOGARC00
024016     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            LOGARC00
024017         UNTIL AU-TX IS GREATER THAN 48.                          LOGARC00
024018     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           LOGARC00
024019 AUDIT-HASH-LOOK.                                                 LOGARC00
024020     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    LOGARC00
024021 AUDIT-HASH-X.                                                    LOGARC00
024022     EXIT.                                                        LOGARC00
024023 AUTH-CHECK.                                                      LOGARC00
024024     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         LOGARC00
024025         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           LOGARC00
024026         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            LOGARC00
024027         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          LOGARC00
024028         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        LOGARC00
024029         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            LOGARC00
024030     MOVE 0 TO AUTH-OK-SW.                                        LOGARC00
024031     OPEN INPUT AUTH-FILE.                                        LOGARC00
024032     IF AUTH-FILE-STATUS NOT = "00"                               LOGARC00
024033         MOVE 1 TO AUTH-OK-SW                                     LOGARC00
024034         GO TO AUTH-X.                                            LOGARC00
024035 AUTH-READ.                                                       LOGARC00
024036     READ AUTH-FILE AT END GO TO AUTH-DONE.                       LOGARC00
024037     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             LOGARC00
024038     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        LOGARC00
024039     GO TO AUTH-READ.                                             LOGARC00
024040 AUTH-DONE.                                                       LOGARC00
024041     CLOSE AUTH-FILE.                                             LOGARC00
024042     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              LOGARC00
024043     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               LOGARC00
024044     MOVE TODAYS-DATE TO AU-DATE.                                 LOGARC00
024045     MOVE "AUTHFAIL" TO AU-EVENT.                                 LOGARC00
024046     MOVE "REFUSED " TO AU-RESULT.                                LOGARC00
024047     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          LOGARC00
024048     STOP RUN.                                                    LOGARC00
024049 AUTH-X.                                                          LOGARC00
024050     EXIT.                                                        LOGARC00
024051 AUTH-GRANT.                                                      LOGARC00
024052     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          LOGARC00
024053         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         LOGARC00
024054         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            LOGARC00
024055         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                LOGARC00
024056     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            LOGARC00
024057     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            LOGARC00
024058         + AUTH-DATE-IN DIV 100.                                  LOGARC00
024059     IF RA-EXPIRES NUMERIC                                        LOGARC00
024060         IF RA-EXPIRES NOT = 0                                    LOGARC00
024061             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                LOGARC00
024062                 GO TO AUTH-GRANT-X.                              LOGARC00
024063     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             LOGARC00
024064     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             LOGARC00
024065 AUTH-GRANT-X.                                                    LOGARC00
024066     EXIT.                                                        LOGARC00
024067 OPER-SIGNON.                                                     LOGARC00
024068     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      LOGARC00
024069         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       LOGARC00
024070         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          LOGARC00
024071         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       LOGARC00
024072         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           LOGARC00
024073         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         LOGARC00
024074         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                LOGARC00
024075     MOVE 0 TO OPER-TRIES.                                        LOGARC00
024076 OPER-ASK.                                                        LOGARC00
024077     ADD 1 TO OPER-TRIES.                                         LOGARC00
024078     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            LOGARC00
024079     ACCEPT OPERATOR-CODE.                                        LOGARC00
024080     MOVE OPERATOR-CODE TO AU-OPERATOR.                           LOGARC00
024081     MOVE 0 TO OPER-OK-SW.                                        LOGARC00
024082     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   LOGARC00
024083     OPEN INPUT OPER-FILE.                                        LOGARC00
024084     IF OPER-FILE-STATUS NOT = "00"                               LOGARC00
024085         MOVE 1 TO OPER-OK-SW                                     LOGARC00
024086         GO TO OPER-DONE.                                         LOGARC00
024087 OPER-READ.                                                       LOGARC00
024088     READ OPER-FILE AT END                                        LOGARC00
024089         CLOSE OPER-FILE                                          LOGARC00
024090         GO TO OPER-DONE.                                         LOGARC00
024091     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              LOGARC00
024092     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 LOGARC00
024093     GO TO OPER-READ.                                             LOGARC00
024094 OPER-DONE.                                                       LOGARC00
024095     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           LOGARC00
024096     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           LOGARC00
024097     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 LOGARC00
024098     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             LOGARC00
024099     MOVE TODAYS-DATE TO AU-DATE.                                 LOGARC00
024100     MOVE "SIGNFAIL" TO AU-EVENT.                                 LOGARC00
024101     MOVE "REFUSED " TO AU-RESULT.                                LOGARC00
024102     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          LOGARC00
024103     STOP RUN.                                                    LOGARC00
024104 OPER-AUTH.                                                       LOGARC00
024105     PERFORM AUTH-CHECK THRU AUTH-X.                              LOGARC00
024106 OPER-X.                                                          LOGARC00
024107     EXIT.                                                        LOGARC00
024108 END-OF-JOB.                                                      LOGARC00
