003800     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           SLTKWC00
003801     SELECT AUTH-FILE ASSIGN TO DISK                              SLTKWC00
003802         FILE STATUS IS AUTH-FILE-STATUS.                         SLTKWC00
003812     SELECT OPER-FILE ASSIGN TO DISK                              SLTKWC00
003822         FILE STATUS IS OPER-FILE-STATUS.                         SLTKWC00
003900 DATA DIVISION.                                                   SLTKWC00
004000 FILE SECTION.                                                    SLTKWC00
004001 MD  OPER-FILE                                                    SLTKWC00
004002     ACCESS SEQUENTIAL                                            SLTKWC00
004003     BLOCK CONTAINS 1 RECORDS                                     SLTKWC00
004004     VALUE OF ID "OPROSTER"                                       SLTKWC00
004005     DATA RECORD OPER-REC.                                        SLTKWC00
004006 01  OPER-REC        SZ 80.                                       SLTKWC00
004007     05  OR-CODE         PC X(3).                                 SLTKWC00
004008     05  FILLER          SZ 1.                                    SLTKWC00
004009     05  OR-NAME         PC X(20).                                SLTKWC00
004010     05  FILLER          SZ 1.                                    SLTKWC00
004011     05  OR-STATUS       PC X.                                    SLTKWC00
004012     05  FILLER          SZ 54.                                   SLTKWC00
004100 FD  SOLT-INDEX                                                   SLTKWC00
004200         LABEL RECORD STANDARD                                    SLTKWC00
004300         VALUE OF ID "SOLTINDX"                                   SLTKWC00
005706     05  RA-RUN-ID       PC X(7).                                 SLTKWC00
005707     05  FILLER          SZ 1.                                    SLTKWC00
005708     05  RA-PROGRAM      PC X(8).                                 SLTKWC00
005709     05  FILLER          SZ 1.                                    SLTKWC00
005710     05  RA-EXPIRES      PC 9(6).                                 SLTKWC00
005711     05  FILLER          SZ 57.                                   SLTKWC00
005712 MD  AUDIT-TRAIL                                                  SLTKWC00
005800         ACCESS RANDOM                                            SLTKWC00
005900         ACTUAL KEY IS AU-KEY                                     SLTKWC00
006000         BLOCK CONTAINS 1 RECORDS                                 SLTKWC00
006100         VALUE OF ID "AUDITTRL"                                   SLTKWC00
006200         DATA RECORD AUDIT-REC.                                   SLTKWC00
006300 01  AUDIT-REC       SZ 44.                                       SLTKWC00
006400     05  AU-PROGRAM              PC X(8) VA "SOLTKWIC".           SLTKWC00
006500     05  AU-DATE                 PC 9(6).                         SLTKWC00
006600     05  AU-TIME                 PC 9(4).                         SLTKWC00
006700     05  AU-EVENT                PC X(8).                         SLTKWC00
006800     05  AU-RESULT               PC X(8).                         SLTKWC00
006900     05  AU-RUN-ID               PC X(7).                         SLTKWC00
006910     05  AU-OPERATOR             PC X(3).                         SLTKWC00
007000 01  AUDIT-CTL.                                                   SLTKWC00
007100     05  AC-NEXT-SLOT        PC 9(8).                             SLTKWC00
007110     05  AC-HASH             PC 9(9).                             SLTKWC00
007200     05  FILLER              SZ 27.                               SLTKWC00
007300 WORKING-STORAGE SECTION.                                         SLTKWC00
007301 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        SLTKWC00
007302 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     SLTKWC00
007303 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     SLTKWC00
007304 77  OPERATOR-CODE   VA SPACE        PC X(3).                     SLTKWC00
007305 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        SLTKWC00
007306 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        SLTKWC00
007312 77  AUTH-TODAY      CMP-1   PC 9(6).                             SLTKWC00
007322 77  AUTH-DATE-IN            PC 9(6).                             SLTKWC00
007400 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             SLTKWC00
007500 77  AU-HH           CMP-1   PC 99.                               SLTKWC00
007600 77  AU-MM           CMP-1   PC 99.                               SLTKWC00
007700 77  AU-KEY          CMP-1   PC 9(8).                             SLTKWC00
007800 77  AU-NEXT         CMP-1   PC 9(8).                             SLTKWC00
007900 01  AU-SAVE-REC             SZ 44.                               SLTKWC00
007901 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     SLTKWC00
007902 77  AU-REC-SUM              CMP-1   PC 9(6).                     SLTKWC00
007903 77  AU-CX                   CMP-1   PC 99.                       SLTKWC00
007904 77  AU-TX                   CMP-1   PC 99.                       SLTKWC00
007905 77  AU-CODE                 CMP-1   PC 99.                       SLTKWC00
007906 01  AU-HASH-REC.                                                 SLTKWC00
007907     05  AU-HC       OC 44   PC X.                                SLTKWC00
007908 01  AU-CHAR-SET.                                                 SLTKWC00
007909     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          SLTKWC00
007910     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          SLTKWC00
007911 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           SLTKWC00
007912     05  AU-CHAR     OC 48   PC X.                                SLTKWC00
008000 77  RUN-ID-ENTRY            PC X(7).                             SLTKWC00
008100 77  TITLE-COUNT     VA 0    CMP-1   PC 9(6).                     SLTKWC00
008200 01  CTL-CARD-OUT.                                                SLTKWC00
011600     PERFORM AUDIT-END.                                           SLTKWC00
011700     STOP RUN.                                                    SLTKWC00
011800 AUDIT-START.                                                     SLTKWC00
011801     PERFORM OPER-SIGNON THRU OPER-X.                             SLTKWC00
011900     MOVE TODAYS-DATE TO AU-DATE.                                 SLTKWC00
012000     MOVE "START   " TO AU-EVENT.                                 SLTKWC00
012100     MOVE SPACES TO AU-RESULT.                                    SLTKWC00
014309     ADD 1 TO AU-NEXT.                                            SLTKWC00
014310     GO TO AUDIT-SKIP.                                            SLTKWC00
014311 AUDIT-FREE.                                                      SLTKWC00
014312     MOVE 1 TO AU-KEY.                                            SLTKWC00
014313     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       SLTKWC00
014314     MOVE 0 TO AU-HASH.                                           SLTKWC00
014315     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  SLTKWC00
014316     MOVE AU-NEXT TO AU-KEY.                                      SLTKWC00
014317     MOVE AU-SAVE-REC TO AUDIT-REC.                               SLTKWC00
014323     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        SLTKWC00
014600 AUDIT-PUT.                                                       SLTKWC00
014700     WRITE AUDIT-REC INVALID KEY                                  SLTKWC00
014800         DISPLAY "AUDIT TRAIL FULL".                              SLTKWC00
015000     MOVE 1 TO AU-KEY.                                            SLTKWC00
015100     MOVE SPACES TO AUDIT-REC.                                    SLTKWC00
015200     MOVE AU-NEXT TO AC-NEXT-SLOT.                                SLTKWC00
015210     MOVE AU-HASH TO AC-HASH.                                     SLTKWC00
015300     WRITE AUDIT-REC INVALID KEY                                  SLTKWC00
015400         DISPLAY "AUDIT CONTROL ERROR".                           SLTKWC00
015500     MOVE AU-SAVE-REC TO AUDIT-REC.                               SLTKWC00
015600     CLOSE AUDIT-TRAIL.                                           SLTKWC00
015601 AUDIT-HASH.                                                      SLTKWC00
015602     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        SLTKWC00
015603         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     SLTKWC00
015604         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     SLTKWC00
015605         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         SLTKWC00
015606         REMOVED AFTER IT WAS WRITTEN.                            SLTKWC00
015607     MOVE AUDIT-REC TO AU-HASH-REC.                               SLTKWC00
015608     MOVE 0 TO AU-REC-SUM.                                        SLTKWC00
015609     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            SLTKWC00
015610         UNTIL AU-CX IS GREATER THAN 44.                          SLTKWC00
015611     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       SLTKWC00
015612         MOD 999999937.                                           SLTKWC00
015613     GO TO AUDIT-HASH-X.                                          SLTKWC00
015614 AUDIT-HASH-CHAR.                                                 SLTKWC00
015615     MOVE 49 TO AU-CODE.                                          SLTKWC00
015616     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            SLTKWC00
015617         UNTIL AU-TX IS GREATER THAN 48.                          SLTKWC00
015618     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           SLTKWC00
015619 AUDIT-HASH-LOOK.                                                 SLTKWC00
015620     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    SLTKWC00
015621 AUDIT-HASH-X.                                                    SLTKWC00
015622     EXIT.                                                        SLTKWC00
015623 AUTH-CHECK.                                                      SLTKWC00
015624     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         SLTKWC00
015625         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           SLTKWC00
015626         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            SLTKWC00
015627         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          SLTKWC00
015628         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        SLTKWC00
015629         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            SLTKWC00
015630     MOVE 0 TO AUTH-OK-SW.                                        SLTKWC00
015631     OPEN INPUT AUTH-FILE.                                        SLTKWC00
015632     IF AUTH-FILE-STATUS NOT = "00"                               SLTKWC00
015633         MOVE 1 TO AUTH-OK-SW                                     SLTKWC00
015634         GO TO AUTH-X.                                            SLTKWC00
015635 AUTH-READ.                                                       SLTKWC00
015636     READ AUTH-FILE AT END GO TO AUTH-DONE.                       SLTKWC00
015637     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             SLTKWC00
015638     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        SLTKWC00
015639     GO TO AUTH-READ.                                             SLTKWC00
015640 AUTH-DONE.                                                       SLTKWC00
015641     CLOSE AUTH-FILE.                                             SLTKWC00
015642     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              SLTKWC00
015643     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               SLTKWC00
015644     MOVE TODAYS-DATE TO AU-DATE.                                 SLTKWC00
015645     MOVE "AUTHFAIL" TO AU-EVENT.                                 SLTKWC00
015646     MOVE "REFUSED " TO AU-RESULT.                                SLTKWC00
015647     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SLTKWC00
015648     STOP RUN.                                                    SLTKWC00
015649 AUTH-X.                                                          SLTKWC00
015650     EXIT.                                                        SLTKWC00
015651 AUTH-GRANT.                                                      SLTKWC00
015652     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          SLTKWC00
015653         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         SLTKWC00
015654         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            SLTKWC00
015655         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                SLTKWC00
015656     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            SLTKWC00
015657     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            SLTKWC00
015658         + AUTH-DATE-IN DIV 100.                                  SLTKWC00
015659     IF RA-EXPIRES NUMERIC                                        SLTKWC00
015660         IF RA-EXPIRES NOT = 0                                    SLTKWC00
015661             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                SLTKWC00
015662                 GO TO AUTH-GRANT-X.                              SLTKWC00
015663     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             SLTKWC00
015664     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             SLTKWC00
015665 AUTH-GRANT-X.                                                    SLTKWC00
015666     EXIT.                                                        SLTKWC00
015667 OPER-SIGNON.                                                     SLTKWC00
015668     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      SLTKWC00
015669         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       SLTKWC00
015670         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          SLTKWC00
015671         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       SLTKWC00
015672         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           SLTKWC00
015673         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         SLTKWC00
015674         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                SLTKWC00
015675     MOVE 0 TO OPER-TRIES.                                        SLTKWC00
015676 OPER-ASK.                                                        SLTKWC00
015677     ADD 1 TO OPER-TRIES.                                         SLTKWC00
015678     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            SLTKWC00
015679     ACCEPT OPERATOR-CODE.                                        SLTKWC00
015680     MOVE OPERATOR-CODE TO AU-OPERATOR.                           SLTKWC00
015681     MOVE 0 TO OPER-OK-SW.                                        SLTKWC00
015682     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   SLTKWC00
015683     OPEN INPUT OPER-FILE.                                        SLTKWC00
015684     IF OPER-FILE-STATUS NOT = "00"                               SLTKWC00
015685         MOVE 1 TO OPER-OK-SW                                     SLTKWC00
015686         GO TO OPER-DONE.                                         SLTKWC00
015687 OPER-READ.                                                       SLTKWC00
015688     READ OPER-FILE AT END                                        SLTKWC00
015689         CLOSE OPER-FILE                                          SLTKWC00
015690         GO TO OPER-DONE.                                         SLTKWC00
015691     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              SLTKWC00
015692     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 SLTKWC00
015693     GO TO OPER-READ.                                             SLTKWC00
015694 OPER-DONE.                                                       SLTKWC00
015695     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           SLTKWC00
015696     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           SLTKWC00
015697     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 SLTKWC00
015698     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             SLTKWC00
015699     MOVE TODAYS-DATE TO AU-DATE.                                 SLTKWC00
015700     MOVE "SIGNFAIL" TO AU-EVENT.                                 SLTKWC00
015701     MOVE "REFUSED " TO AU-RESULT.                                SLTKWC00
015702     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          SLTKWC00
015703     STOP RUN.                                                    SLTKWC00
015704 OPER-AUTH.                                                       SLTKWC00
015705     PERFORM AUTH-CHECK THRU AUTH-X.                              SLTKWC00
015706 OPER-X.                                                          SLTKWC00
015707     EXIT.                                                        SLTKWC00
015708 END-OF-JOB.                                                      SLTKWC00
