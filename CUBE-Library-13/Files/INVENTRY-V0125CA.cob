003930                     SELECT AUDIT-TRAIL ASSIGN TO DISK.           INVENT00
003931     SELECT AUTH-FILE ASSIGN TO DISK                              INVENT00
003932         FILE STATUS IS AUTH-FILE-STATUS.                         INVENT00
003942     SELECT OPER-FILE ASSIGN TO DISK                              INVENT00
003952         FILE STATUS IS OPER-FILE-STATUS.                         INVENT00
004000 DATA DIVISION.                                                   INVENT00
004100 FILE SECTION.                                                    INVENT00
004101 MD  OPER-FILE                                                    INVENT00
004102     ACCESS SEQUENTIAL                                            INVENT00
004103     BLOCK CONTAINS 1 RECORDS                                     INVENT00
004104     VALUE OF ID "OPROSTER"                                       INVENT00
004105     DATA RECORD OPER-REC.                                        INVENT00
004106 01  OPER-REC        SZ 80.                                       INVENT00
004107     05  OR-CODE         PC X(3).                                 INVENT00
004108     05  FILLER          SZ 1.                                    INVENT00
004109     05  OR-NAME         PC X(20).                                INVENT00
004110     05  FILLER          SZ 1.                                    INVENT00
004111     05  OR-STATUS       PC X.                                    INVENT00
004112     05  FILLER          SZ 54.                                   INVENT00
004200 MD  DIR-EXTRACT                                                  INVENT00
004300                     ACCESS SEQUENTIAL                            INVENT00
004400                     RECORD CONTAINS 80 CHARACTERS                INVENT00
007095     05  RA-RUN-ID       PC X(7).                                 INVENT00
007096     05  FILLER          SZ 1.                                    INVENT00
007097     05  RA-PROGRAM      PC X(8).                                 INVENT00
007098     05  FILLER          SZ 1.                                    INVENT00
007099     05  RA-EXPIRES      PC 9(6).                                 INVENT00
007100     05  FILLER          SZ 57.                                   INVENT00
007101 MD  AUDIT-TRAIL                                                  INVENT00
007142                     ACCESS RANDOM                                INVENT00
007195         ACTUAL KEY IS AU-KEY                                     INVENT00
007248                     BLOCK CONTAINS 1 RECORDS                     INVENT00
007301                     VALUE OF ID "AUDITTRL"                       INVENT00
007354                     DATA RECORD AUDIT-REC.                       INVENT00
007407 01  AUDIT-REC                       SZ 44.                       INVENT00
007460     05              AU-PROGRAM      PC X(8) VA "INVENTRY".       INVENT00
007513     05              AU-DATE         PC 9(6).                     INVENT00
007566     05              AU-TIME         PC 9(4).                     INVENT00
007619     05              AU-EVENT        PC X(8).                     INVENT00
007672     05              AU-RESULT       PC X(8).                     INVENT00
007725     05              AU-RUN-ID       PC X(7).                     INVENT00
007735     05              AU-OPERATOR     PC X(3).                     INVENT00
007778 01  AUDIT-CTL.                                                   INVENT00
007831     05  AC-NEXT-SLOT        PC 9(8).                             INVENT00
007841     05  AC-HASH             PC 9(9).                             INVENT00
007884     05  FILLER              SZ 27.                               INVENT00
007937 FD  LISTING                                                      INVENT00
007990                     VALUE OF ID "INVLIST"                        INVENT00
008043                     DATA RECORD INVENTORY-LISTING-RECORD.        INVENT00
008149 WORKING-STORAGE SECTION.                                         INVENT00
008150 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        INVENT00
008151 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     INVENT00
008152 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     INVENT00
008153 77  OPERATOR-CODE   VA SPACE        PC X(3).                     INVENT00
008154 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        INVENT00
008155 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        INVENT00
008161 77  AUTH-TODAY      CMP-1   PC 9(6).                             INVENT00
008171 77  AUTH-DATE-IN            PC 9(6).                             INVENT00
008202 77  AU-TIME-HOLD    CMP-1   PC 9(8).                             INVENT00
008255 77  AU-HH           CMP-1   PC 99.                               INVENT00
008308 77  AU-MM           CMP-1   PC 99.                               INVENT00
008361 77  AU-KEY          CMP-1   PC 9(8).                             INVENT00
008414 77  AU-NEXT         CMP-1   PC 9(8).                             INVENT00
008467 01  AU-SAVE-REC             SZ 44.                               INVENT00
008468 77  AU-HASH         VA 0    CMP-1   PC 9(9).                     INVENT00
008469 77  AU-REC-SUM              CMP-1   PC 9(6).                     INVENT00
008470 77  AU-CX                   CMP-1   PC 99.                       INVENT00
008471 77  AU-TX                   CMP-1   PC 99.                       INVENT00
008472 77  AU-CODE                 CMP-1   PC 99.                       INVENT00
008473 01  AU-HASH-REC.                                                 INVENT00
008474     05  AU-HC       OC 44   PC X.                                INVENT00
008475 01  AU-CHAR-SET.                                                 INVENT00
008476     05  FILLER  PC X(24) VA " 0123456789ABCDEFGHIJKLM".          INVENT00
008477     05  FILLER  PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".          INVENT00
008478 01  AU-CHAR-TBL REDEFINES AU-CHAR-SET.                           INVENT00
008479     05  AU-CHAR     OC 48   PC X.                                INVENT00
008520 77  RUN-ID-ENTRY            PC X(7).                             INVENT00
008626 77          TOTAL-ENTRIES           CMP-1   PC 9(8) VA 0.        INVENT00
008679 77          UNKNOWN-COUNT           CMP-1   PC 9(8) VA 0.        INVENT00
018565     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          INVENT00
018566 660-REMOVE-ONE-EXIT.  EXIT.                                      INVENT00
018567 AUDIT-START.                                                     INVENT00
018568     PERFORM OPER-SIGNON THRU OPER-X.                             INVENT00
018569     MOVE TODAYS-DATE TO AU-DATE.                                 INVENT00
018570     MOVE "START   " TO AU-EVENT.                                 INVENT00
018571     MOVE SPACES TO AU-RESULT.                                    INVENT00
018602     ADD 1 TO AU-NEXT.                                            INVENT00
018603     GO TO AUDIT-SKIP.                                            INVENT00
018604 AUDIT-FREE.                                                      INVENT00
018605     MOVE 1 TO AU-KEY.                                            INVENT00
018606     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       INVENT00
018607     MOVE 0 TO AU-HASH.                                           INVENT00
018608     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  INVENT00
018609     MOVE AU-NEXT TO AU-KEY.                                      INVENT00
018610     MOVE AU-SAVE-REC TO AUDIT-REC.                               INVENT00
018611     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        INVENT00
018612 AUDIT-PUT.                                                       INVENT00
018613     WRITE AUDIT-REC INVALID KEY                                  INVENT00
018614         DISPLAY "AUDIT TRAIL FULL".                              INVENT00
018615     ADD 1 TO AU-NEXT.                                            INVENT00
018616     MOVE 1 TO AU-KEY.                                            INVENT00
018617     MOVE SPACES TO AUDIT-REC.                                    INVENT00
018618     MOVE AU-NEXT TO AC-NEXT-SLOT.                                INVENT00
018619     MOVE AU-HASH TO AC-HASH.                                     INVENT00
018620     WRITE AUDIT-REC INVALID KEY                                  INVENT00
018621         DISPLAY "AUDIT CONTROL ERROR".                           INVENT00
018622     MOVE AU-SAVE-REC TO AUDIT-REC.                               INVENT00
018623     CLOSE AUDIT-TRAIL.                                           INVENT00
018624 AUDIT-HASH.                                                      INVENT00
018625     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        INVENT00
018626         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     INVENT00
018627         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     INVENT00
018628         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         INVENT00
018629         REMOVED AFTER IT WAS WRITTEN.                            INVENT00
018630     MOVE AUDIT-REC TO AU-HASH-REC.                               INVENT00
018631     MOVE 0 TO AU-REC-SUM.                                        INVENT00
018632     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            INVENT00
018633         UNTIL AU-CX IS GREATER THAN 44.                          INVENT00
018634     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       INVENT00
018635         MOD 999999937.                                           INVENT00
018636     GO TO AUDIT-HASH-X.                                          INVENT00
018637 AUDIT-HASH-CHAR.                                                 INVENT00
018638     MOVE 49 TO AU-CODE.                                          INVENT00
018639     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            INVENT00
018640         UNTIL AU-TX IS GREATER THAN 48.                          INVENT00
018641     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           INVENT00
018642 AUDIT-HASH-LOOK.                                                 INVENT00
018643     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    INVENT00
018644 AUDIT-HASH-X.                                                    INVENT00
018645     EXIT.                                                        INVENT00
018646 AUTH-CHECK.                                                      INVENT00
018647     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         INVENT00
018648         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           INVENT00
018649         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            INVENT00
018650         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          INVENT00
018651         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        INVENT00
018652         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            INVENT00
018653     MOVE 0 TO AUTH-OK-SW.                                        INVENT00
018654     OPEN INPUT AUTH-FILE.                                        INVENT00
018655     IF AUTH-FILE-STATUS NOT = "00"                               INVENT00
018656         MOVE 1 TO AUTH-OK-SW                                     INVENT00
018657         GO TO AUTH-X.                                            INVENT00
018658 AUTH-READ.                                                       INVENT00
018659     READ AUTH-FILE AT END GO TO AUTH-DONE.                       INVENT00
018660     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             INVENT00
018661     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        INVENT00
018662     GO TO AUTH-READ.                                             INVENT00
018663 AUTH-DONE.                                                       INVENT00
018664     CLOSE AUTH-FILE.                                             INVENT00
018665     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              INVENT00
018666     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               INVENT00
018667     MOVE TODAYS-DATE TO AU-DATE.                                 INVENT00
018668     MOVE "AUTHFAIL" TO AU-EVENT.                                 INVENT00
018669     MOVE "REFUSED " TO AU-RESULT.                                INVENT00
018670     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          INVENT00
018671     STOP RUN.                                                    INVENT00
018672 AUTH-X.                                                          INVENT00
018673     EXIT.                                                        INVENT00
018674 AUTH-GRANT.                                                      INVENT00
018675     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          INVENT00
018676         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         INVENT00
018677         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            INVENT00
018678         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                INVENT00
018679     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            INVENT00
018680     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            INVENT00
018681         + AUTH-DATE-IN DIV 100.                                  INVENT00
018682     IF RA-EXPIRES NUMERIC                                        INVENT00
018683         IF RA-EXPIRES NOT = 0                                    INVENT00
018684             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                INVENT00
018685                 GO TO AUTH-GRANT-X.                              INVENT00
018686     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             INVENT00
018687     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             INVENT00
018688 AUTH-GRANT-X.                                                    INVENT00
018689     EXIT.                                                        INVENT00
018690 OPER-SIGNON.                                                     INVENT00
018691     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      INVENT00
018692         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       INVENT00
018693         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          INVENT00
018694         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       INVENT00
018695         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           INVENT00
018696         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         INVENT00
018697         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                INVENT00
018698     MOVE 0 TO OPER-TRIES.                                        INVENT00
018699 OPER-ASK.                                                        INVENT00
018700     ADD 1 TO OPER-TRIES.                                         INVENT00
018701     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            INVENT00
018702     ACCEPT OPERATOR-CODE.                                        INVENT00
018703     MOVE OPERATOR-CODE TO AU-OPERATOR.                           INVENT00
018704     MOVE 0 TO OPER-OK-SW.                                        INVENT00
018705     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   INVENT00
018706     OPEN INPUT OPER-FILE.                                        INVENT00
018707     IF OPER-FILE-STATUS NOT = "00"                               INVENT00
018708         MOVE 1 TO OPER-OK-SW                                     INVENT00
018709         GO TO OPER-DONE.                                         INVENT00
018710 OPER-READ.                                                       INVENT00
018711     READ OPER-FILE AT END                                        INVENT00
018712         CLOSE OPER-FILE                                          INVENT00
018713         GO TO OPER-DONE.                                         INVENT00
018714     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              INVENT00
018715     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 INVENT00
018716     GO TO OPER-READ.                                             INVENT00
018717 OPER-DONE.                                                       INVENT00
018718     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           INVENT00
018719     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           INVENT00
018720     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 INVENT00
018721     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             INVENT00
018722     MOVE TODAYS-DATE TO AU-DATE.                                 INVENT00
018723     MOVE "SIGNFAIL" TO AU-EVENT.                                 INVENT00
018724     MOVE "REFUSED " TO AU-RESULT.                                INVENT00
018725     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          INVENT00
018726     STOP RUN.                                                    INVENT00
018727 OPER-AUTH.                                                       INVENT00
018728     PERFORM AUTH-CHECK THRU AUTH-X.                              INVENT00
018729 OPER-X.                                                          INVENT00
018730     EXIT.                                                        INVENT00
018731 END-OF-JOB.                                                      INVENT00
018732     STOP RUN.                                                    INVENT00
