004200     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           DIREXT00
004201     SELECT AUTH-FILE ASSIGN TO DISK                              DIREXT00
004202         FILE STATUS IS AUTH-FILE-STATUS.                         DIREXT00
004212     SELECT OPER-FILE ASSIGN TO DISK                              DIREXT00
004222         FILE STATUS IS OPER-FILE-STATUS.                         DIREXT00
004300 DATA DIVISION.                                                   DIREXT00
004400 FILE SECTION.                                                    DIREXT00
004401 MD  OPER-FILE                                                    DIREXT00
004402     ACCESS SEQUENTIAL                                            DIREXT00
004403     BLOCK CONTAINS 1 RECORDS                                     DIREXT00
004404     VALUE OF ID "OPROSTER"                                       DIREXT00
004405     DATA RECORD OPER-REC.                                        DIREXT00
004406 01  OPER-REC        SZ 80.                                       DIREXT00
004407     05  OR-CODE         PC X(3).                                 DIREXT00
004408     05  FILLER          SZ 1.                                    DIREXT00
004409     05  OR-NAME         PC X(20).                                DIREXT00
004410     05  FILLER          SZ 1.                                    DIREXT00
004411     05  OR-STATUS       PC X.                                    DIREXT00
004412     05  FILLER          SZ 54.                                   DIREXT00
004500 MD  DIRECTORY                                                    DIREXT00
004600     FILE CONTAINS 1410 RECORDS                                   DIREXT00
004700     ACCESS MODE SEQUENTIAL                                       DIREXT00
009606     05  RA-RUN-ID       PC X(7).                                 DIREXT00
009607     05  FILLER          SZ 1.                                    DIREXT00
009608     05  RA-PROGRAM      PC X(8).                                 DIREXT00
009609     05  FILLER          SZ 1.                                    DIREXT00
009610     05  RA-EXPIRES      PC 9(6).                                 DIREXT00
009611     05  FILLER          SZ 57.                                   DIREXT00
009612 MD  AUDIT-TRAIL                                                  DIREXT00
009700     ACCESS MODE IS RANDOM                                        DIREXT00
009800     ACTUAL KEY IS AU-KEY                                         DIREXT00
009900     RECORD CONTAINS 44 CHARACTERS                                DIREXT00
010000     LABEL RECORD IS STANDARD                                     DIREXT00
010100     VALUE OF ID IS "AUDITTRL"                                    DIREXT00
010200     DATA RECORD IS AUDIT-REC.                                    DIREXT00
010300 01  AUDIT-REC       SZ 44.                                       DIREXT00
010400     05  AU-PROGRAM      PC X(8)  VA "DIREXTR ".                  DIREXT00
010500     05  AU-DATE         PC 9(6).                                 DIREXT00
010600     05  AU-TIME         PC 9(4).                                 DIREXT00
010700     05  AU-EVENT        PC X(8).                                 DIREXT00
010800     05  AU-RESULT       PC X(8).                                 DIREXT00
010900     05  AU-RUN-ID       PC X(7).                                 DIREXT00
010910     05  AU-OPERATOR     PC X(3).                                 DIREXT00
011000 01  AUDIT-CTL.                                                   DIREXT00
011100     05  AC-NEXT-SLOT    PC 9(8).                                 DIREXT00
011110     05  AC-HASH         PC 9(9).                                 DIREXT00
011200     05  FILLER          SZ 27.                                   DIREXT00
011300 WORKING-STORAGE SECTION.                                         DIREXT00
011301 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        DIREXT00
011302 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     DIREXT00
011303 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     DIREXT00
011304 77  OPERATOR-CODE   VA SPACE        PC X(3).                     DIREXT00
011305 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        DIREXT00
011306 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        DIREXT00
011312 77  AUTH-TODAY      CMP-1   PC 9(6).                             DIREXT00
011322 77  AUTH-DATE-IN            PC 9(6).                             DIREXT00
011400 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             DIREXT00
011500 77  AU-HH           CMP-1   PC 99.                               DIREXT00
011600 77  AU-MM           CMP-1   PC 99.                               DIREXT00
011700 77  AU-KEY          CMP-1   PC 9(8).                             DIREXT00
011800 77  AU-NEXT         CMP-1   PC 9(8).                             DIREXT00
011900 01  AU-SAVE-REC             SZ 44.                               DIREXT00
011901 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     DIREXT00
011902 77  AU-REC-SUM              CMP-1   PC 9(6).                     DIREXT00
011903 77  AU-CX                   CMP-1   PC 99.                       DIREXT00
011904 77  AU-TX                   CMP-1   PC 99.                       DIREXT00
011905 77  AU-CODE                 CMP-1   PC 99.                       DIREXT00
011906 01  AU-HASH-REC.                                                 DIREXT00
011907     05  AU-HC       OC 44   PC X.                                DIREXT00
011908 01  AU-CHAR-SET.                                                 DIREXT00
011909     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          DIREXT00
011910     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          DIREXT00
011911 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           DIREXT00
011912     05  AU-CHAR     OC 48   PC X.                                DIREXT00
012000 77  RUN-ID-ENTRY            PC X(7).                             DIREXT00
012100 77  DE-BLOCK        CMP-1   PC 9(8).                             DIREXT00
012200 77  FILE-COUNT      VA 0    CMP-1   PC 9(6).                     DIREXT00
019700     PERFORM 955-AUDIT-END.                                       DIREXT00
019800     STOP RUN.                                                    DIREXT00
019900 950-AUDIT-START.                                                 DIREXT00
019901     PERFORM 930-OPER-SIGNON THRU 935-OPER-X.                     DIREXT00
020000     MOVE TODAYS-DATE TO AU-DATE.                                 DIREXT00
020100     MOVE "START   " TO AU-EVENT.                                 DIREXT00
020200     MOVE SPACES TO AU-RESULT.                                    DIREXT00
022409     ADD 1 TO AU-NEXT.                                            DIREXT00
022410     GO TO 980-AUDIT-SKIP.                                        DIREXT00
022411 985-AUDIT-FREE.                                                  DIREXT00
022412     MOVE 1 TO AU-KEY.                                            DIREXT00
022413     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       DIREXT00
022414     MOVE 0 TO AU-HASH.                                           DIREXT00
022415     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  DIREXT00
022416     MOVE AU-NEXT TO AU-KEY.                                      DIREXT00
022417     MOVE AU-SAVE-REC TO AUDIT-REC.                               DIREXT00
022423     PERFORM 991-AUDIT-HASH THRU 994-AUDIT-HASH-X.                DIREXT00
022700 990-AUDIT-PUT.                                                   DIREXT00
022800     WRITE AUDIT-REC INVALID KEY                                  DIREXT00
022900         DISPLAY "AUDIT TRAIL FULL".                              DIREXT00
023100     MOVE 1 TO AU-KEY.                                            DIREXT00
023200     MOVE SPACES TO AUDIT-REC.                                    DIREXT00
023300     MOVE AU-NEXT TO AC-NEXT-SLOT.                                DIREXT00
023310     MOVE AU-HASH TO AC-HASH.                                     DIREXT00
023400     WRITE AUDIT-REC INVALID KEY                                  DIREXT00
023500         DISPLAY "AUDIT CONTROL ERROR".                           DIREXT00
023600     MOVE AU-SAVE-REC TO AUDIT-REC.                               DIREXT00
023700     CLOSE AUDIT-TRAIL.                                           DIREXT00
023701 991-AUDIT-HASH.                                                  DIREXT00
023702     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        DIREXT00
023703         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     DIREXT00
023704         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     DIREXT00
023705         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         DIREXT00
023706         REMOVED AFTER IT WAS WRITTEN.                            DIREXT00
023707     MOVE AUDIT-REC TO AU-HASH-REC.                               DIREXT00
023708     MOVE 0 TO AU-REC-SUM.                                        DIREXT00
023709     PERFORM 992-AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1        DIREXT00
023710         UNTIL AU-CX IS GREATER THAN 44.                          DIREXT00
023711     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       DIREXT00
023712         MOD 999999937.                                           DIREXT00
023713     GO TO 994-AUDIT-HASH-X.                                      DIREXT00
023714 992-AUDIT-HASH-CHAR.                                             DIREXT00
023715     MOVE 49 TO AU-CODE.                                          DIREXT00
023716     PERFORM 993-AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1        DIREXT00
023717         UNTIL AU-TX IS GREATER THAN 48.                          DIREXT00
023718     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           DIREXT00
023719 993-AUDIT-HASH-LOOK.                                             DIREXT00
023720     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    DIREXT00
023721 994-AUDIT-HASH-X.                                                DIREXT00
023722     EXIT.                                                        DIREXT00
023723 940-AUTH-CHECK.                                                  DIREXT00
023724     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         DIREXT00
023725         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           DIREXT00
023726         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            DIREXT00
023727         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          DIREXT00
023728         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        DIREXT00
023729         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            DIREXT00
023730     MOVE 0 TO AUTH-OK-SW.                                        DIREXT00
023731     OPEN INPUT AUTH-FILE.                                        DIREXT00
023732     IF AUTH-FILE-STATUS NOT = "00"                               DIREXT00
023733         MOVE 1 TO AUTH-OK-SW                                     DIREXT00
023734         GO TO 945-AUTH-X.                                        DIREXT00
023735 941-AUTH-READ.                                                   DIREXT00
023736     READ AUTH-FILE AT END GO TO 943-AUTH-DONE.                   DIREXT00
023737     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO 941-AUTH-READ.         DIREXT00
023738     PERFORM 946-AUTH-GRANT THRU 947-AUTH-GRANT-X.                DIREXT00
023739     GO TO 941-AUTH-READ.                                         DIREXT00
023740 943-AUTH-DONE.                                                   DIREXT00
023741     CLOSE AUTH-FILE.                                             DIREXT00
023742     IF AUTH-OK-SW = 1 GO TO 945-AUTH-X.                          DIREXT00
023743     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               DIREXT00
023744     MOVE TODAYS-DATE TO AU-DATE.                                 DIREXT00
023745     MOVE "AUTHFAIL" TO AU-EVENT.                                 DIREXT00
023746     MOVE "REFUSED " TO AU-RESULT.                                DIREXT00
023747     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  DIREXT00
023748     STOP RUN.                                                    DIREXT00
023749 945-AUTH-X.                                                      DIREXT00
023750     EXIT.                                                        DIREXT00
023751 946-AUTH-GRANT.                                                  DIREXT00
023752     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          DIREXT00
023753         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         DIREXT00
023754         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            DIREXT00
023755         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                DIREXT00
023756     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            DIREXT00
023757     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            DIREXT00
023758         + AUTH-DATE-IN DIV 100.                                  DIREXT00
023759     IF RA-EXPIRES NUMERIC                                        DIREXT00
023760         IF RA-EXPIRES NOT = 0                                    DIREXT00
023761             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                DIREXT00
023762                 GO TO 947-AUTH-GRANT-X.                          DIREXT00
023763     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             DIREXT00
023764     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             DIREXT00
023765 947-AUTH-GRANT-X.                                                DIREXT00
023766     EXIT.                                                        DIREXT00
023767 930-OPER-SIGNON.                                                 DIREXT00
023768     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      DIREXT00
023769         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       DIREXT00
023770         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          DIREXT00
023771         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       DIREXT00
023772         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           DIREXT00
023773         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         DIREXT00
023774         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                DIREXT00
023775     MOVE 0 TO OPER-TRIES.                                        DIREXT00
023776 931-OPER-ASK.                                                    DIREXT00
023777     ADD 1 TO OPER-TRIES.                                         DIREXT00
023778     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            DIREXT00
023779     ACCEPT OPERATOR-CODE.                                        DIREXT00
023780     MOVE OPERATOR-CODE TO AU-OPERATOR.                           DIREXT00
023781     MOVE 0 TO OPER-OK-SW.                                        DIREXT00
023782     IF OPERATOR-CODE = SPACES GO TO 933-OPER-DONE.               DIREXT00
023783     OPEN INPUT OPER-FILE.                                        DIREXT00
023784     IF OPER-FILE-STATUS NOT = "00"                               DIREXT00
023785         MOVE 1 TO OPER-OK-SW                                     DIREXT00
023786         GO TO 933-OPER-DONE.                                     DIREXT00
023787 932-OPER-READ.                                                   DIREXT00
023788     READ OPER-FILE AT END                                        DIREXT00
023789         CLOSE OPER-FILE                                          DIREXT00
023790         GO TO 933-OPER-DONE.                                     DIREXT00
023791     IF OR-CODE NOT = OPERATOR-CODE GO TO 932-OPER-READ.          DIREXT00
023792     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 DIREXT00
023793     GO TO 932-OPER-READ.                                         DIREXT00
023794 933-OPER-DONE.                                                   DIREXT00
023795     IF OPER-OK-SW = 1 GO TO 934-OPER-AUTH.                       DIREXT00
023796     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           DIREXT00
023797     IF OPER-TRIES IS LESS THAN 3 GO TO 931-OPER-ASK.             DIREXT00
023798     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             DIREXT00
023799     MOVE TODAYS-DATE TO AU-DATE.                                 DIREXT00
023800     MOVE "SIGNFAIL" TO AU-EVENT.                                 DIREXT00
023801     MOVE "REFUSED " TO AU-RESULT.                                DIREXT00
023802     PERFORM 970-AUDIT-WRITE THRU 990-AUDIT-PUT.                  DIREXT00
023803     STOP RUN.                                                    DIREXT00
023804 934-OPER-AUTH.                                                   DIREXT00
023805     PERFORM 940-AUTH-CHECK THRU 945-AUTH-X.                      DIREXT00
023806 935-OPER-X.                                                      DIREXT00
023807     EXIT.                                                        DIREXT00
023808 END-OF-JOB.                                                      DIREXT00
