001700   SO THE AUDIT FEATURE STOPS TAXING EVERY JOB THAT USES IT.            00
001800   THE CONTROL RECORD IS RECOGNIZED BY ITS ALL-NUMERIC FIRST            00
001900   EIGHT COLUMNS AND IS NOT COPIED TO THE TAPE.                         00
001910                                                                        00
001920   EVERY WRITER NOW CARRIES A RUNNING HASH TOTAL OF THE EVENTS IN       00
001930   THE CONTROL RECORD. BEFORE ANYTHING IS COPIED THE TRAIL IS READ      00
001940   ONCE AND ITS HASH RECOMPUTED - A TRAIL THAT DISAGREES WITH ITS       00
001950   CONTROL RECORD IS LEFT ON DISK, UNARCHIVED, FOR AUDVERF. THE         00
001960   TAPE HEADER CARRIES THE HASH TOTAL AND EVENT COUNT OF THE REEL       00
001970   SO AUDVERF CAN LATER PROVE THE REEL COMPLETE AND UNALTERED.          00
001971                                                                        00
001972   THE ARCHIVE REEL IS NOW DRAWN FROM THE VOLCAT SCRATCH POOL AND       00
001973   SHOWN ON THE CONSOLE WITH ITS RACK LOCATION FOR MOUNTING. A          00
001974   SERIAL IS ASKED FOR ONLY WHEN THE POOL IS EMPTY, AND ONE WHOSE       00
001975   LATEST VOLCAT ENTRY IS STILL INSIDE ITS SAVE FACTOR IS REFUSED       00
001976   WITH THE OWNING FILE ID AND EXPIRY.                                  00
001977                                                                        00
001978   EACH ARCHIVE REEL IS CATALOGUED WITH VAULT CLASS V AND               00
001979   LOCATION R (VOLCAT COLS 74 AND 72), SO VAULTROT PUTS IT ON           00
001980   THE PULL LIST FOR THE OFF-SITE VAULT ON THE NEXT COURIER DAY.        00
002000                                                                        00
002100                                                                        00
002200 IDENTIFICATION DIVISION.                                         AUDARC00
003900         BLOCK CONTAINS 1 RECORDS                                 AUDARC00
004000         VALUE OF ID "AUDITTRL"                                   AUDARC00
004100         DATA RECORDS AUDIT-REC AUDIT-CTL.                        AUDARC00
004200 01  AUDIT-REC       SZ 44.                                       AUDARC00
004300     05  AU-PROGRAM      PC X(8).                                 AUDARC00
004400     05  AU-DATE         PC 9(6).                                 AUDARC00
004500     05  AU-TIME         PC 9(4).                                 AUDARC00
004600     05  AU-EVENT        PC X(8).                                 AUDARC00
004700     05  AU-RESULT       PC X(8).                                 AUDARC00
004800     05  AU-RUN-ID       PC X(7).                                 AUDARC00
004810     05  AU-OPERATOR     PC X(3).                                 AUDARC00
004900 01  AUDIT-CTL.                                                   AUDARC00
005000     05  AC-NEXT-SLOT    PC 9(8).                                 AUDARC00
005100     05  AC-HASH         PC 9(9).                                 AUDARC00
005110     05  FILLER          SZ 27.                                   AUDARC00
005200 FD  ARCH-TAPE                                                    AUDARC00
005300         LABEL RECORD STANDARD                                    AUDARC00
005400         VALUE OF ID "AUDTAPE"                                    AUDARC00
005500         SAVE-FACTOR 60                                           AUDARC00
005600         DATA RECORD ARCHREC.                                     AUDARC00
005700 01  ARCHREC         SZ 44.                                       AUDARC00
005800 MD  VOL-CATALOG                                                  AUDARC00
005801     ACCESS SEQUENTIAL                                            AUDARC00
005802     BLOCK CONTAINS 1 RECORDS                                     AUDARC00
005812     05  VC-DATE         PC 9(6).                                 AUDARC00
005813     05  FILLER          SZ 1.                                    AUDARC00
005814     05  VC-SAVE         PC 9(3).                                 AUDARC00
005815     05  FILLER          SZ 28.                                   AUDARC00
005816     05  VC-POOL         PC X.                                    AUDARC00
005817     05  FILLER          SZ 1.                                    AUDARC00
005818     05  VC-RACK         PC X(5).                                 AUDARC00
005819     05  FILLER          SZ 1.                                    AUDARC00
005820     05  VC-LOC          PC X.                                    AUDARC00
005821     05  FILLER          SZ 1.                                    AUDARC00
005822     05  VC-CLASS        PC X.                                    AUDARC00
005823     05  FILLER          SZ 6.                                    AUDARC00
005824 WORKING-STORAGE SECTION.                                         AUDARC00
005900 77  COPY-COUNT      VA 0    CMP-1   PC 9(8).                     AUDARC00
005901 77  VOL-SERIAL-IN           PC X(6).                             AUDARC00
005902 77  VOL-FILE-ID  VA "AUDTAPE " PC X(8).                          AUDARC00
005903 77  VOL-PROGRAM  VA "AUDARCH " PC X(8).                          AUDARC00
005904 77  VOL-SAVE     VA 60         PC 9(3).                          AUDARC00
005905 77  VOL-RACK     VA SPACES     PC X(5).                          AUDARC00
005906 77  VOL-CLASS    VA "V"        PC X.                             AUDARC00
005907 77  VOL-POOL-SW  VA 0  CMP-1   PC 9.                             AUDARC00
005908 77  VOL-REFUSE-SW VA 0 CMP-1   PC 9.                             AUDARC00
005909 77  VOL-HOLD-SW  VA 0  CMP-1   PC 9.                             AUDARC00
005910 77  VOL-HOLD-FILE              PC X(8).                          AUDARC00
005911 77  VOL-HOLD-DATE              PC 9(6).                          AUDARC00
005912 77  VOL-HOLD-SAVE              PC 9(3).                          AUDARC00
005913 77  VOL-HOLD-POOL              PC X.                             AUDARC00
005914 77  VOL-TODAY-NO       CMP-1   PC 9(8).                          AUDARC00
005915 77  VOL-EXP-NO         CMP-1   PC 9(8).                          AUDARC00
005916 77  VOL-DOY            CMP-1   PC 9(4).                          AUDARC00
005917 77  VOL-YY             CMP-1   PC 99.                            AUDARC00
005918 77  VOL-MM             CMP-1   PC 99.                            AUDARC00
005919 77  VOL-MX             CMP-1   PC 99.                            AUDARC00
005920 77  VOL-EXPIRES                PC 9(6).                          AUDARC00
005921 77  VOL-EXP-EDIT               PC 99/99/99.                      AUDARC00
005922 01  VOL-DATE-WORK.                                               AUDARC00
005923     05  VOL-DW-MM              PC 99.                            AUDARC00
005924     05  VOL-DW-DD              PC 99.                            AUDARC00
005925     05  VOL-DW-YY              PC 99.                            AUDARC00
005926 01  VOL-CUM-SET.                                                 AUDARC00
005927     05  FILLER  PC X(18) VA "000031059090120151".                AUDARC00
005928     05  FILLER  PC X(18) VA "181212243273304334".                AUDARC00
005929 01  VOL-CUM-TBL REDEFINES VOL-CUM-SET.                           AUDARC00
005930     05  VOL-CUM-DAYS   OC 12   PC 999.                           AUDARC00
005931 77  SLOT-NO         VA 0    CMP-1   PC 9(8).                     AUDARC00
005932 77  EVENT-COUNT     VA 0    CMP-1   PC 9(8).                     AUDARC00
005933 77  TRAIL-HASH      VA 0    CMP-1   PC 9(9).                     AUDARC00
005934 77  REEL-HASH       VA 0    CMP-1   PC 9(9).                     AUDARC00
005935 77  CTL-HASH        VA 0    CMP-1   PC 9(9).                     AUDARC00
005936 77  CTL-HASH-SW     VA 0    CMP-1   PC 9.                        AUDARC00
005937 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     AUDARC00
005938 77  AU-KEY                  CMP-1   PC 9(8).                     AUDARC00
005939 77  AU-REC-SUM              CMP-1   PC 9(6).                     AUDARC00
005940 77  AU-CX                   CMP-1   PC 99.                       AUDARC00
005941 77  AU-TX                   CMP-1   PC 99.                       AUDARC00
005942 77  AU-CODE                 CMP-1   PC 99.                       AUDARC00
005943 01  AU-HASH-REC.                                                 AUDARC00
005944     05  AU-HC       OC 44   PC X.                                AUDARC00
005945 01  AU-CHAR-SET.                                                 AUDARC00
005946     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          AUDARC00
005947     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          AUDARC00
005948 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           AUDARC00
005949     05  AU-CHAR     OC 48   PC X.                                AUDARC00
006000 01  ARCH-HEADER.                                                 AUDARC00
006100     05  FILLER          PC X(8)  VA "AUDARCH ".                  AUDARC00
006200     05  AH-DATE         PC 9(6).                                 AUDARC00
006300     05  FILLER          SZ 12.                                   AUDARC00
006310     05  AH-HASH         PC 9(9).                                 AUDARC00
006320     05  AH-COUNT        PC 9(8).                                 AUDARC00
006330     05  FILLER          SZ 1.                                    AUDARC00
006400 PROCEDURE DIVISION.                                              AUDARC00
006500 100-BEGIN.                                                       AUDARC00
006501     PERFORM VOLCAT-SERIAL THRU VOLCAT-SERIAL-X.                  AUDARC00
006513     PERFORM 150-PROVE THRU 190-PROVE-X.                          AUDARC00
006600     OPEN INPUT AUDIT-TRAIL.                                      AUDARC00
006700     OPEN OUTPUT ARCH-TAPE.                                       AUDARC00
006800     MOVE SPACES TO ARCH-HEADER.                                  AUDARC00
006900     MOVE "AUDARCH " TO ARCH-HEADER.                              AUDARC00
007000     MOVE TODAYS-DATE TO AH-DATE.                                 AUDARC00
007010     MOVE REEL-HASH TO AH-HASH.                                   AUDARC00
007020     MOVE EVENT-COUNT TO AH-COUNT.                                AUDARC00
007100     WRITE ARCHREC FROM ARCH-HEADER.                              AUDARC00
007200 200-COPY.                                                        AUDARC00
007300     READ AUDIT-TRAIL AT END GO TO 300-ROLL.                      AUDARC00
008300     OPEN OUTPUT AUDIT-TRAIL.                                     AUDARC00
008400     MOVE SPACES TO AUDIT-CTL.                                    AUDARC00
008500     MOVE 2 TO AC-NEXT-SLOT.                                      AUDARC00
008510     MOVE 0 TO AC-HASH.                                           AUDARC00
008600     WRITE AUDIT-CTL.                                             AUDARC00
008700     CLOSE AUDIT-TRAIL.                                           AUDARC00
008800     DISPLAY "AUDIT EVENTS ARCHIVED " COPY-COUNT.                 AUDARC00
008900     DISPLAY "FRESH AUDIT TRAIL STARTED".                         AUDARC00
008910     DISPLAY "REEL HASH TOTAL " REEL-HASH.                        AUDARC00
009000     STOP RUN.                                                    AUDARC00
009001 150-PROVE.                                                       AUDARC00
009002     NOTE  RECOMPUTES THE TRAILS RUNNING HASH TOTAL SLOT BY SLOT  AUDARC00
009003         AS THE WRITERS BUILT IT, AND ALONGSIDE IT THE REELS OWN  AUDARC00
009004         TOTAL, WHERE EACH EVENT IS NUMBERED BY ITS PLACE ON THE  AUDARC00
009005         TAPE BEHIND THE HEADER.                                  AUDARC00
009006     OPEN INPUT AUDIT-TRAIL.                                      AUDARC00
009007 160-PROVE-READ.                                                  AUDARC00
009008     READ AUDIT-TRAIL AT END GO TO 170-PROVE-DONE.                AUDARC00
009009     ADD 1 TO SLOT-NO.                                            AUDARC00
009010     IF AU-PROGRAM IS NUMERIC GO TO 165-PROVE-CTL.                AUDARC00
009011     IF AU-PROGRAM = SPACES GO TO 160-PROVE-READ.                 AUDARC00
009012     MOVE TRAIL-HASH TO AU-HASH.                                  AUDARC00
009013     MOVE SLOT-NO TO AU-KEY.                                      AUDARC00
009014     PERFORM 400-HASH-EVENT THRU 430-HASH-X.                      AUDARC00
009015     MOVE AU-HASH TO TRAIL-HASH.                                  AUDARC00
009016     ADD 1 TO EVENT-COUNT.                                        AUDARC00
009017     MOVE REEL-HASH TO AU-HASH.                                   AUDARC00
009018     COMPUTE AU-KEY = EVENT-COUNT + 1.                            AUDARC00
009019     PERFORM 400-HASH-EVENT THRU 430-HASH-X.                      AUDARC00
009020     MOVE AU-HASH TO REEL-HASH.                                   AUDARC00
009021     GO TO 160-PROVE-READ.                                        AUDARC00
009022 165-PROVE-CTL.                                                   AUDARC00
009023     IF SLOT-NO = 1 AND AC-HASH IS NUMERIC                        AUDARC00
009024         MOVE AC-HASH TO CTL-HASH                                 AUDARC00
009025         MOVE 1 TO CTL-HASH-SW.                                   AUDARC00
009026     GO TO 160-PROVE-READ.                                        AUDARC00
009027 170-PROVE-DONE.                                                  AUDARC00
009028     CLOSE AUDIT-TRAIL.                                           AUDARC00
009029     IF CTL-HASH-SW = 0                                           AUDARC00
009030         DISPLAY "CONTROL RECORD CARRIES NO HASH TOTAL -"         AUDARC00
009031         DISPLAY "REEL HASH TOTAL STARTS WITH THIS ARCHIVE"       AUDARC00
009032         GO TO 190-PROVE-X.                                       AUDARC00
009033     IF TRAIL-HASH = CTL-HASH GO TO 190-PROVE-X.                  AUDARC00
009034     DISPLAY "AUDIT TRAIL HASH TOTAL DISAGREES WITH CONTROL".     AUDARC00
009035     DISPLAY "RECORD - TRAIL NOT ARCHIVED - RUN AUDVERF".         AUDARC00
009036     STOP RUN.                                                    AUDARC00
009037 190-PROVE-X.                                                     AUDARC00
009038     EXIT.                                                        AUDARC00
009039 400-HASH-EVENT.                                                  AUDARC00
009040     NOTE  THE SAME HASH THE WRITERS FOLD INTO THE CONTROL        AUDARC00
009041         RECORD - EACH CHARACTER WEIGHTED BY ITS COLUMN, PLUS     AUDARC00
009042         THE SLOT NUMBER IN AU-KEY.                               AUDARC00
009043     MOVE AUDIT-REC TO AU-HASH-REC.                               AUDARC00
009044     MOVE 0 TO AU-REC-SUM.                                        AUDARC00
009045     PERFORM 410-HASH-CHAR VARYING AU-CX FROM 1 BY 1              AUDARC00
009046         UNTIL AU-CX IS GREATER THAN 44.                          AUDARC00
009047     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       AUDARC00
009048         MOD 999999937.                                           AUDARC00
009049     GO TO 430-HASH-X.                                            AUDARC00
009050 410-HASH-CHAR.                                                   AUDARC00
009051     MOVE 49 TO AU-CODE.                                          AUDARC00
009052     PERFORM 420-HASH-LOOK VARYING AU-TX FROM 1 BY 1              AUDARC00
009053         UNTIL AU-TX IS GREATER THAN 48.                          AUDARC00
009054     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           AUDARC00
009055 420-HASH-LOOK.                                                   AUDARC00
009056     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    AUDARC00
009057 430-HASH-X.                                                      AUDARC00
009058     EXIT.                                                        AUDARC00
009100 VOLCAT-PUT.                                                      AUDARC00
009101     NOTE  APPENDS THIS REELS ENTRY TO THE SHOP-WIDE TAPE         AUDARC00
009102         VOLUME CATALOG VOLCAT (SERIAL, FILE ID, CREATING         AUDARC00
009103         PROGRAM, DATE, SAVE FACTOR) SO THE WHOLE RACK IS         AUDARC00
009104         UNDER ONE REPORT INSTEAD OF ONE-UTILITY-ONE-INDEX - AN   AUDARC00
009105         EARLIER ENTRY FOR THE SAME SERIAL LEAVES THE SCRATCH POOLAUDARC00
009106         AND HANDS ON ITS RACK LOCATION.                          AUDARC00
009107     OPEN I-O VOL-CATALOG.                                        AUDARC00
009108 VOLCAT-SKIP.                                                     AUDARC00
009109     READ VOL-CATALOG AT END GO TO VOLCAT-WRITE.                  AUDARC00
009110     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-SKIP.          AUDARC00
009111     IF VOL-RACK = SPACES MOVE VC-RACK TO VOL-RACK.               AUDARC00
009112     IF VC-POOL = "P"                                             AUDARC00
009113         MOVE SPACE TO VC-POOL                                    AUDARC00
009114         REWRITE VC-REC.                                          AUDARC00
009115     GO TO VOLCAT-SKIP.                                           AUDARC00
009116 VOLCAT-WRITE.                                                    AUDARC00
009117     MOVE SPACES TO VC-REC.                                       AUDARC00
009118     MOVE VOL-SERIAL-IN TO VC-SERIAL.                             AUDARC00
009119     MOVE VOL-FILE-ID TO VC-FILE-ID.                              AUDARC00
009120     MOVE VOL-PROGRAM TO VC-PROGRAM.                              AUDARC00
009121     MOVE TODAYS-DATE TO VC-DATE.                                 AUDARC00
009122     MOVE VOL-SAVE TO VC-SAVE.                                    AUDARC00
009123     MOVE VOL-RACK TO VC-RACK.                                    AUDARC00
009124     MOVE "R" TO VC-LOC.                                          AUDARC00
009125     MOVE VOL-CLASS TO VC-CLASS.                                  AUDARC00
009126     WRITE VC-REC.                                                AUDARC00
009127     CLOSE VOL-CATALOG.                                           AUDARC00
009128 VOLCAT-X.                                                        AUDARC00
009129     EXIT.                                                        AUDARC00
009130 VOLCAT-SERIAL.                                                   AUDARC00
009131     NOTE  THE OUTPUT REEL IS DRAWN FROM THE VOLCAT SCRATCH POOL -AUDARC00
009132         ONLY WHEN THE POOL IS EMPTY IS A SERIAL KEYED, AND A     AUDARC00
009133         SERIAL STILL INSIDE ITS SAVE FACTOR IS REFUSED.          AUDARC00
009134     PERFORM VOLCAT-DRAW THRU VOLCAT-DRAW-X.                      AUDARC00
009135     IF VOL-POOL-SW = 1 GO TO VOLCAT-SERIAL-X.                    AUDARC00
009136     DISPLAY "SCRATCH POOL EMPTY".                                AUDARC00
009137 VOLCAT-SERIAL-ASK.                                               AUDARC00
009138     DISPLAY "ENTER REEL SERIAL (6 CHARS, SPACES = NOT"           AUDARC00
009139     " CATALOGED)".                                               AUDARC00
009140     ACCEPT VOL-SERIAL-IN.                                        AUDARC00
009141     PERFORM VOLCAT-CHECK THRU VOLCAT-CHECK-X.                    AUDARC00
009142     IF VOL-REFUSE-SW = 1 GO TO VOLCAT-SERIAL-ASK.                AUDARC00
009143 VOLCAT-SERIAL-X.                                                 AUDARC00
009144     EXIT.                                                        AUDARC00
009145 VOLCAT-DRAW.                                                     AUDARC00
009146     NOTE  TAKES THE FIRST REEL FLAGGED P (SCRATCH POOL) IN VOLCATAUDARC00
009147         OUT OF THE POOL AND SHOWS THE OPERATOR WHERE IT IS       AUDARC00
009148         RACKED - VOL-SERIAL-IN IS LEFT SPACES IF NONE IS FREE.   AUDARC00
009149     MOVE SPACES TO VOL-SERIAL-IN VOL-RACK.                       AUDARC00
009150     MOVE 0 TO VOL-POOL-SW.                                       AUDARC00
009151     OPEN I-O VOL-CATALOG.                                        AUDARC00
009152 VOLCAT-DRAW-READ.                                                AUDARC00
009153     READ VOL-CATALOG AT END GO TO VOLCAT-DRAW-END.               AUDARC00
009154     IF VC-POOL NOT = "P" GO TO VOLCAT-DRAW-READ.                 AUDARC00
009155     MOVE SPACE TO VC-POOL.                                       AUDARC00
009156     REWRITE VC-REC.                                              AUDARC00
009157     MOVE VC-SERIAL TO VOL-SERIAL-IN.                             AUDARC00
009158     MOVE VC-RACK TO VOL-RACK.                                    AUDARC00
009159     MOVE 1 TO VOL-POOL-SW.                                       AUDARC00
009160     DISPLAY "MOUNT SCRATCH REEL " VOL-SERIAL-IN " FROM RACK "    AUDARC00
009161         VOL-RACK.                                                AUDARC00
009162 VOLCAT-DRAW-END.                                                 AUDARC00
009163     CLOSE VOL-CATALOG.                                           AUDARC00
009164 VOLCAT-DRAW-X.                                                   AUDARC00
009165     EXIT.                                                        AUDARC00
009166 VOLCAT-CHECK.                                                    AUDARC00
009167     NOTE  A KEYED SERIAL WHOSE LATEST VOLCAT ENTRY IS STILL      AUDARC00
009168         INSIDE ITS SAVE FACTOR, AND NOT IN THE SCRATCH POOL, IS  AUDARC00
009169         REFUSED WITH THE FILE THAT OWNS IT AND ITS EXPIRY.       AUDARC00
009170     MOVE 0 TO VOL-REFUSE-SW VOL-HOLD-SW.                         AUDARC00
009171     IF VOL-SERIAL-IN = SPACES GO TO VOLCAT-CHECK-X.              AUDARC00
009172     OPEN INPUT VOL-CATALOG.                                      AUDARC00
009173 VOLCAT-CHECK-READ.                                               AUDARC00
009174     READ VOL-CATALOG AT END GO TO VOLCAT-CHECK-END.              AUDARC00
009175     IF VC-SERIAL NOT = VOL-SERIAL-IN GO TO VOLCAT-CHECK-READ.    AUDARC00
009176     MOVE 1 TO VOL-HOLD-SW.                                       AUDARC00
009177     MOVE VC-FILE-ID TO VOL-HOLD-FILE.                            AUDARC00
009178     MOVE VC-DATE TO VOL-HOLD-DATE.                               AUDARC00
009179     MOVE VC-SAVE TO VOL-HOLD-SAVE.                               AUDARC00
009180     MOVE VC-POOL TO VOL-HOLD-POOL.                               AUDARC00
009181     GO TO VOLCAT-CHECK-READ.                                     AUDARC00
009182 VOLCAT-CHECK-END.                                                AUDARC00
009183     CLOSE VOL-CATALOG.                                           AUDARC00
009184     IF VOL-HOLD-SW = 0 OR VOL-HOLD-POOL = "P"                    AUDARC00
009185         GO TO VOLCAT-CHECK-X.                                    AUDARC00
009186     MOVE TODAYS-DATE TO VOL-DATE-WORK.                           AUDARC00
009187     COMPUTE VOL-TODAY-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31      AUDARC00
009188         + VOL-DW-DD.                                             AUDARC00
009189     MOVE VOL-HOLD-DATE TO VOL-DATE-WORK.                         AUDARC00
009190     COMPUTE VOL-EXP-NO = VOL-DW-YY * 372 + VOL-DW-MM * 31        AUDARC00
009191         + VOL-DW-DD + VOL-HOLD-SAVE.                             AUDARC00
009192     IF VOL-TODAY-NO IS GREATER THAN VOL-EXP-NO                   AUDARC00
009193         GO TO VOLCAT-CHECK-X.                                    AUDARC00
009194     PERFORM VOLCAT-EXPIRY.                                       AUDARC00
009195     DISPLAY "REEL " VOL-SERIAL-IN " HOLDS " VOL-HOLD-FILE        AUDARC00
009196         " UNTIL " VOL-EXP-EDIT " - REFUSED".                     AUDARC00
009197     MOVE 1 TO VOL-REFUSE-SW.                                     AUDARC00
009198 VOLCAT-CHECK-X.                                                  AUDARC00
009199     EXIT.                                                        AUDARC00
009200 VOLCAT-EXPIRY.                                                   AUDARC00
009201     NOTE  THE WRITTEN DATE PLUS THE SAVE FACTOR AS AN MMDDYY     AUDARC00
009202         DATE, COUNTING EVERY YEAR AS 365 DAYS.                   AUDARC00
009203     COMPUTE VOL-DOY = VOL-CUM-DAYS (VOL-DW-MM) + VOL-DW-DD       AUDARC00
009204         + VOL-HOLD-SAVE.                                         AUDARC00
009205     MOVE VOL-DW-YY TO VOL-YY.                                    AUDARC00
009206     PERFORM VOLCAT-EXP-YEAR                                      AUDARC00
009207         UNTIL VOL-DOY IS NOT GREATER THAN 365.                   AUDARC00
009208     MOVE 1 TO VOL-MM.                                            AUDARC00
009209     PERFORM VOLCAT-EXP-MONTH VARYING VOL-MX FROM 2 BY 1          AUDARC00
009210         UNTIL VOL-MX IS GREATER THAN 12.                         AUDARC00
009211     COMPUTE VOL-EXPIRES = VOL-MM * 10000                         AUDARC00
009212         + (VOL-DOY - VOL-CUM-DAYS (VOL-MM)) * 100 + VOL-YY.      AUDARC00
009213     MOVE VOL-EXPIRES TO VOL-EXP-EDIT.                            AUDARC00
009214 VOLCAT-EXP-YEAR.                                                 AUDARC00
009215     SUBTRACT 365 FROM VOL-DOY.                                   AUDARC00
009216     ADD 1 TO VOL-YY.                                             AUDARC00
009217 VOLCAT-EXP-MONTH.                                                AUDARC00
009218     IF VOL-DOY IS GREATER THAN VOL-CUM-DAYS (VOL-MX)             AUDARC00
009219         MOVE VOL-MX TO VOL-MM.                                   AUDARC00
009220 END-OF-JOB.                                                      AUDARC00
