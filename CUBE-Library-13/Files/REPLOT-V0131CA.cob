002260   START-UP (8 CHARACTERS, SPACES = ALL) NAMES A SINGLE PROGRAM         00
002270   TO REPLOT, SO A ONE-CHART REPRINT NO LONGER COSTS A FULL-            00
002280   FILE PASS ON THE PRINTER.                                            00
002281                                                                        00
002282   A PARAGRAPH BOX THAT CBLFLOW MARKED WITH THE COPY MEMBER IT          00
002283   CAME FROM CARRIES THE SAME MARK ON THE REPLOTTED CHART.              00
002300                                                                        00
002400 IDENTIFICATION DIVISION.                                         REPLOT00
002500 PROGRAM-ID. "REPLOT".                                            REPLOT00
003800     SELECT AUDIT-TRAIL ASSIGN TO DISK.                           REPLOT00
003801     SELECT AUTH-FILE ASSIGN TO DISK                              REPLOT00
003802         FILE STATUS IS AUTH-FILE-STATUS.                         REPLOT00
003812     SELECT OPER-FILE ASSIGN TO DISK                              REPLOT00
003822         FILE STATUS IS OPER-FILE-STATUS.                         REPLOT00
003900 DATA DIVISION.                                                   REPLOT00
004000 FILE SECTION.                                                    REPLOT00
004001 FD  OPER-FILE                                                    REPLOT00
004002     ACCESS SEQUENTIAL                                            REPLOT00
004003     BLOCK CONTAINS 1 RECORDS                                     REPLOT00
004004     VALUE OF ID "OPROSTER"                                       REPLOT00
004005     DATA RECORD OPER-REC.                                        REPLOT00
004006 01  OPER-REC        SZ 80.                                       REPLOT00
004007     05  OR-CODE         PC X(3).                                 REPLOT00
004008     05  FILLER          SZ 1.                                    REPLOT00
004009     05  OR-NAME         PC X(20).                                REPLOT00
004010     05  FILLER          SZ 1.                                    REPLOT00
004011     05  OR-STATUS       PC X.                                    REPLOT00
004012     05  FILLER          SZ 54.                                   REPLOT00
004100 MD  PLOT-FILE BLOCK CONTAINS 90 CHARACTERS                       REPLOT00
004200     ACCESS SEQUENTIAL                                            REPLOT00
004300     VALUE OF ID IS "CBLPLOT" DATA RECORDS ARE PLOT-REC.          REPLOT00
005406     05  RA-RUN-ID       PC X(7).                                 REPLOT00
005407     05  FILLER          SZ 1.                                    REPLOT00
005408     05  RA-PROGRAM      PC X(8).                                 REPLOT00
005409     05  FILLER          SZ 1.                                    REPLOT00
005410     05  RA-EXPIRES      PC 9(6).                                 REPLOT00
005411     05  FILLER          SZ 57.                                   REPLOT00
005412 FD  AUDIT-TRAIL LABEL RECORDS ARE STANDARD VALUE OF ID IS        REPLOT00
005500     "AUDITTRL" ACCESS RANDOM ACTUAL KEY IS AU-KEY                REPLOT00
005600     DATA RECORDS ARE AUDIT-REC AUDIT-CTL.                        REPLOT00
005700 01  AUDIT-REC.                                                   REPLOT00
006100     03 AU-EVENT    PC X(8).                                      REPLOT00
006200     03 AU-RESULT   PC X(8).                                      REPLOT00
006300     03 AU-RUN-ID   PC X(7).                                      REPLOT00
006310     03 AU-OPERATOR PC X(3).                                      REPLOT00
006400 01  AUDIT-CTL.                                                   REPLOT00
006500     03 AC-NEXT-SLOT PC 9(8).                                     REPLOT00
006510     03 AC-HASH      PC 9(9).                                     REPLOT00
006600     03 FILLER       SZ 27.                                       REPLOT00
006700 WORKING-STORAGE SECTION.                                         REPLOT00
006701 77  AUTH-OK-SW      VA 0    CMP-1   PC 9.                        REPLOT00
006702 77  AUTH-FILE-STATUS VA SPACE       PC X(2).                     REPLOT00
006703 77  OPER-FILE-STATUS VA SPACE       PC X(2).                     REPLOT00
006704 77  OPERATOR-CODE   VA SPACE        PC X(3).                     REPLOT00
006705 77  OPER-OK-SW      VA 0    CMP-1   PC 9.                        REPLOT00
006706 77  OPER-TRIES      VA 0    CMP-1   PC 9.                        REPLOT00
006712 77  AUTH-TODAY      CMP-1   PC 9(6).                             REPLOT00
006722 77  AUTH-DATE-IN            PC 9(6).                             REPLOT00
006800 77 AU-TIME-HOLD CMP-1 PC 9(8).                                   REPLOT00
006900 77 AU-HH CMP-1 PC 99.                                            REPLOT00
007000 77 AU-MM CMP-1 PC 99.                                            REPLOT00
007100 77 AU-KEY CMP-1 PC 9(8).                                         REPLOT00
007200 77 AU-NEXT CMP-1 PC 9(8).                                        REPLOT00
007300 01 AU-SAVE-REC SZ 44.                                            REPLOT00
007301 77 AU-HASH VA 0 CMP-1 PC 9(9).                                   REPLOT00
007302 77 AU-REC-SUM CMP-1 PC 9(6).                                     REPLOT00
007303 77 AU-CX CMP-1 PC 99.                                            REPLOT00
007304 77 AU-TX CMP-1 PC 99.                                            REPLOT00
007305 77 AU-CODE CMP-1 PC 99.                                          REPLOT00
007306 01 AU-HASH-REC.                                                  REPLOT00
007307     03 AU-HC OC 44 PC X.                                         REPLOT00
007308 01 AU-CHAR-SET.                                                  REPLOT00
007309     03 FILLER PC X(24) VA " 0123456789ABCDEFGHIJKLM".            REPLOT00
007310     03 FILLER PC X(24) VA "NOPQRSTUVWXYZ-.*/$,()+=#".            REPLOT00
007311 01 AU-CHAR-TBL REDEFINES AU-CHAR-SET.                            REPLOT00
007312     03 AU-CHAR OC 48 PC X.                                       REPLOT00
007400 77 RUN-ID-ENTRY PC X(7).                                         REPLOT00
007500 77 PAGE-FROM PC 9999 VA 0.                                       REPLOT00
007600 77 PAGE-THRU PC 9999 VA 0.                                       REPLOT00
017600     03 PF4-4  PC X(9) VA " .-----( ".                            OR43125 
017700     03 PF4-5  PC X(30).                                          OR43125 
017800     03 PF4-6  PC XX VA " )".                                     OR43125 
017810     03 FILLER PC XX VA SPACES.                                   OR43125 
017820     03 PF4-7  PC X(25).                                          OR43125 
017830     03 FILLER PC X(48) VA SPACES.                                OR43125 
018000 01 SPACRE.                                                       OR43125 
018100     03 FILLER PC X(27) VA SPACES.                                OR43125 
018200     03 SPC    PC X VA ".".                                       OR43125 
053200     MOVE P-SEQ TO PF4-1.                                         OR43125 
053300     MOVE P-BAL TO PF4-3.                                         OR43125 
053400     MOVE P-NME TO PF4-5.                                         OR43125 
053410     MOVE P-BLK TO PF4-7.                                         OR43125 
053500     WRITE FLOW-REC FROM PGF-2 BEFORE ADVANCING 1 LINES.          OR43125 
053600     WRITE FLOW-REC FROM PGF-3 BEFORE ADVANCING 1 LINES.          OR43125 
053700     WRITE FLOW-REC FROM PGF-4 BEFORE ADVANCING 1 LINES.          OR43125 
085700     PERFORM AUDIT-END.                                           REPLOT00
085800 DM. STOP RUN.                                                    REPLOT00
085900 AUDIT-START.                                                     REPLOT00
085901     PERFORM OPER-SIGNON THRU OPER-X.                             REPLOT00
086000     MOVE TODAYS-DATE TO AU-DATE.                                 REPLOT00
086100     MOVE "START   " TO AU-EVENT.                                 REPLOT00
086200     MOVE SPACES TO AU-RESULT.                                    REPLOT00
088409     ADD 1 TO AU-NEXT.                                            REPLOT00
088410     GO TO AUDIT-SKIP.                                            REPLOT00
088411 AUDIT-FREE.                                                      REPLOT00
088412     MOVE 1 TO AU-KEY.                                            REPLOT00
088413     READ AUDIT-TRAIL INVALID KEY MOVE SPACES TO AUDIT-REC.       REPLOT00
088414     MOVE 0 TO AU-HASH.                                           REPLOT00
088415     IF AC-HASH NUMERIC MOVE AC-HASH TO AU-HASH.                  REPLOT00
088416     MOVE AU-NEXT TO AU-KEY.                                      REPLOT00
088417     MOVE AU-SAVE-REC TO AUDIT-REC.                               REPLOT00
088423     PERFORM AUDIT-HASH THRU AUDIT-HASH-X.                        REPLOT00
088700 AUDIT-PUT.                                                       REPLOT00
088800     WRITE AUDIT-REC INVALID KEY                                  REPLOT00
088900         DISPLAY "AUDIT TRAIL FULL".                              REPLOT00
089100     MOVE 1 TO AU-KEY.                                            REPLOT00
089200     MOVE SPACES TO AUDIT-REC.                                    REPLOT00
089300     MOVE AU-NEXT TO AC-NEXT-SLOT.                                REPLOT00
089310     MOVE AU-HASH TO AC-HASH.                                     REPLOT00
089400     WRITE AUDIT-REC INVALID KEY                                  REPLOT00
089500         DISPLAY "AUDIT CONTROL ERROR".                           REPLOT00
089600     MOVE AU-SAVE-REC TO AUDIT-REC.                               REPLOT00
089700     CLOSE AUDIT-TRAIL.                                           REPLOT00
089701 AUDIT-HASH.                                                      REPLOT00
089702     NOTE  EVERY EVENT IS FOLDED INTO A RUNNING HASH TOTAL        REPLOT00
089703         KEPT IN THE CONTROL RECORD - EACH CHARACTER WEIGHTED     REPLOT00
089704         BY ITS COLUMN, PLUS THE SLOT NUMBER - SO AUDVERF AND     REPLOT00
089705         AUDARCH CAN PROVE NO EVENT WAS ALTERED, MOVED OR         REPLOT00
089706         REMOVED AFTER IT WAS WRITTEN.                            REPLOT00
089707     MOVE AUDIT-REC TO AU-HASH-REC.                               REPLOT00
089708     MOVE 0 TO AU-REC-SUM.                                        REPLOT00
089709     PERFORM AUDIT-HASH-CHAR VARYING AU-CX FROM 1 BY 1            REPLOT00
089710         UNTIL AU-CX IS GREATER THAN 44.                          REPLOT00
089711     COMPUTE AU-HASH = (AU-HASH * 31 + AU-REC-SUM + AU-KEY)       REPLOT00
089712         MOD 999999937.                                           REPLOT00
089713     GO TO AUDIT-HASH-X.                                          REPLOT00
089714 AUDIT-HASH-CHAR.                                                 REPLOT00
089715     MOVE 49 TO AU-CODE.                                          REPLOT00
089716     PERFORM AUDIT-HASH-LOOK VARYING AU-TX FROM 1 BY 1            REPLOT00
089717         UNTIL AU-TX IS GREATER THAN 48.                          REPLOT00
089718     COMPUTE AU-REC-SUM = AU-REC-SUM + AU-CODE * AU-CX.           REPLOT00
089719 AUDIT-HASH-LOOK.                                                 REPLOT00
089720     IF AU-HC (AU-CX) = AU-CHAR (AU-TX) MOVE AU-TX TO AU-CODE.    REPLOT00
089721 AUDIT-HASH-X.                                                    REPLOT00
089722     EXIT.                                                        REPLOT00
089723 AUTH-CHECK.                                                      REPLOT00
089724     NOTE  EVERY RUN IDENTIFIER MUST APPEAR IN THE SHARED         REPLOT00
089725         RUNAUTH FILE PAIRED WITH THIS PROGRAM NAME (OR           REPLOT00
089726         *ALL) BEFORE THE RUN IS ALLOWED - AN UNLISTED            REPLOT00
089727         IDENTIFIER GETS THE RUN REFUSED AND AN AUTHFAIL          REPLOT00
089728         EVENT ON THE TRAIL. A MISSING RUNAUTH FILE LEAVES        REPLOT00
089729         THE CHECK UNCONFIGURED AND EVERY RUN ALLOWED.            REPLOT00
089730     MOVE 0 TO AUTH-OK-SW.                                        REPLOT00
089731     OPEN INPUT AUTH-FILE.                                        REPLOT00
089732     IF AUTH-FILE-STATUS NOT = "00"                               REPLOT00
089733         MOVE 1 TO AUTH-OK-SW                                     REPLOT00
089734         GO TO AUTH-X.                                            REPLOT00
089735 AUTH-READ.                                                       REPLOT00
089736     READ AUTH-FILE AT END GO TO AUTH-DONE.                       REPLOT00
089737     IF RA-RUN-ID NOT = RUN-ID-ENTRY GO TO AUTH-READ.             REPLOT00
089738     PERFORM AUTH-GRANT THRU AUTH-GRANT-X.                        REPLOT00
089739     GO TO AUTH-READ.                                             REPLOT00
089740 AUTH-DONE.                                                       REPLOT00
089741     CLOSE AUTH-FILE.                                             REPLOT00
089742     IF AUTH-OK-SW = 1 GO TO AUTH-X.                              REPLOT00
089743     DISPLAY "RUN ID NOT AUTHORIZED - RUN REFUSED".               REPLOT00
089744     MOVE TODAYS-DATE TO AU-DATE.                                 REPLOT00
089745     MOVE "AUTHFAIL" TO AU-EVENT.                                 REPLOT00
089746     MOVE "REFUSED " TO AU-RESULT.                                REPLOT00
089747     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          REPLOT00
089748     STOP RUN.                                                    REPLOT00
089749 AUTH-X.                                                          REPLOT00
089750     EXIT.                                                        REPLOT00
089751 AUTH-GRANT.                                                      REPLOT00
089752     NOTE  A GRANT CARRYING AN EXPIRY DATE (RUNAUTH COLS          REPLOT00
089753         18-23, YYMMDD) LAPSES ONCE THAT DATE HAS PASSED,         REPLOT00
089754         SO A TEMPORARY RUN IDENTIFIER NEEDS NO SECOND            REPLOT00
089755         DECK. A BLANK OR ZERO DATE NEVER EXPIRES.                REPLOT00
089756     MOVE TODAYS-DATE TO AUTH-DATE-IN.                            REPLOT00
089757     COMPUTE AUTH-TODAY = AUTH-DATE-IN MOD 100 * 10000            REPLOT00
089758         + AUTH-DATE-IN DIV 100.                                  REPLOT00
089759     IF RA-EXPIRES NUMERIC                                        REPLOT00
089760         IF RA-EXPIRES NOT = 0                                    REPLOT00
089761             IF RA-EXPIRES IS LESS THAN AUTH-TODAY                REPLOT00
089762                 GO TO AUTH-GRANT-X.                              REPLOT00
089763     IF RA-PROGRAM = AU-PROGRAM MOVE 1 TO AUTH-OK-SW.             REPLOT00
089764     IF RA-PROGRAM = "*ALL    " MOVE 1 TO AUTH-OK-SW.             REPLOT00
089765 AUTH-GRANT-X.                                                    REPLOT00
089766     EXIT.                                                        REPLOT00
089767 OPER-SIGNON.                                                     REPLOT00
089768     NOTE  THE OPERATOR SIGNS ON WITH A THREE-CHARACTER CODE      REPLOT00
089769         FROM THE OPROSTER ROSTER BEFORE THE RUN IDENTIFIER       REPLOT00
089770         IS AUTHORIZED, AND THE CODE IS CARRIED ON EVERY          REPLOT00
089771         AUDIT EVENT THE RUN WRITES. AN UNKNOWN OR INACTIVE       REPLOT00
089772         CODE IS ASKED FOR AGAIN, AND THE THIRD FAILURE           REPLOT00
089773         REFUSES THE RUN WITH A SIGNFAIL EVENT. A MISSING         REPLOT00
089774         OPROSTER FILE ACCEPTS ANY NON-BLANK CODE.                REPLOT00
089775     MOVE 0 TO OPER-TRIES.                                        REPLOT00
089776 OPER-ASK.                                                        REPLOT00
089777     ADD 1 TO OPER-TRIES.                                         REPLOT00
089778     DISPLAY "OPERATOR SIGN-ON - ENTER OPERATOR CODE".            REPLOT00
089779     ACCEPT OPERATOR-CODE.                                        REPLOT00
089780     MOVE OPERATOR-CODE TO AU-OPERATOR.                           REPLOT00
089781     MOVE 0 TO OPER-OK-SW.                                        REPLOT00
089782     IF OPERATOR-CODE = SPACES GO TO OPER-DONE.                   REPLOT00
089783     OPEN INPUT OPER-FILE.                                        REPLOT00
089784     IF OPER-FILE-STATUS NOT = "00"                               REPLOT00
089785         MOVE 1 TO OPER-OK-SW                                     REPLOT00
089786         GO TO OPER-DONE.                                         REPLOT00
089787 OPER-READ.                                                       REPLOT00
089788     READ OPER-FILE AT END                                        REPLOT00
089789         CLOSE OPER-FILE                                          REPLOT00
089790         GO TO OPER-DONE.                                         REPLOT00
089791     IF OR-CODE NOT = OPERATOR-CODE GO TO OPER-READ.              REPLOT00
089792     IF OR-STATUS NOT = "I" MOVE 1 TO OPER-OK-SW.                 REPLOT00
089793     GO TO OPER-READ.                                             REPLOT00
089794 OPER-DONE.                                                       REPLOT00
089795     IF OPER-OK-SW = 1 GO TO OPER-AUTH.                           REPLOT00
089796     DISPLAY "OPERATOR CODE NOT ON ROSTER OR INACTIVE".           REPLOT00
089797     IF OPER-TRIES IS LESS THAN 3 GO TO OPER-ASK.                 REPLOT00
089798     DISPLAY "OPERATOR SIGN-ON FAILED - RUN REFUSED".             REPLOT00
089799     MOVE TODAYS-DATE TO AU-DATE.                                 REPLOT00
089800     MOVE "SIGNFAIL" TO AU-EVENT.                                 REPLOT00
089801     MOVE "REFUSED " TO AU-RESULT.                                REPLOT00
089802     PERFORM AUDIT-WRITE THRU AUDIT-PUT.                          REPLOT00
089803     STOP RUN.                                                    REPLOT00
089804 OPER-AUTH.                                                       REPLOT00
089805     PERFORM AUTH-CHECK THRU AUTH-X.                              REPLOT00
089806 OPER-X.                                                          REPLOT00
089807     EXIT.                                                        REPLOT00
089808 END-OF-JOB.                                                      REPLOT00
