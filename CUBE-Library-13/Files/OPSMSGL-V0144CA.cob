000900  AUDIT TRAIL FULL WARNING, MAKESOLT'S MOUNT-NEXT-REEL - USED           00
001000  TO SCROLL OFF THE SPO AND BE GONE. THE UTILITIES NOW APPEND           00
001100  THEM TO THE SHARED OPSMSG JOURNAL (PROGRAM, DATE, TIME,               00
001200  MESSAGE TEXT, SIGNED-ON OPERATOR). THIS LISTER PRINTS THE             00
001300  JOURNAL SO THE MORNING REVIEW CAN RECONSTRUCT WHAT THE                00
001400  NIGHT SHIFT SAW AND WHO ANSWERED IT.                                  00
001500                                                                        00
001600  ONE REPLY AT START-UP - A DATE (MMDDYY, AS TODAYS-DATE IS             00
001700  ENCODED) TO LIST ONLY THAT DAYS MESSAGES, OR SIX ZEROS FOR            00
004600     05  MSG-TIME        PC 9(4).                                 OPSMSG00
004700     05  FILLER          SZ 1.                                    OPSMSG00
004800     05  MSG-TEXT        PC X(50).                                OPSMSG00
004900     05  FILLER          SZ 1.                                    OPSMSG00
004910     05  MSG-OPERATOR    PC X(3).                                 OPSMSG00
004920     05  FILLER          SZ 5.                                    OPSMSG00
005000 FD  REPORT-FILE                                                  OPSMSG00
005100         VALUE OF ID "OPSMSGL"                                    OPSMSG00
005200         DATA RECORD REPORT-REC.                                  OPSMSG00
006300     05  DL-TIME     PC 9(4).                                     OPSMSG00
006400     05  FILLER      SZ 2     VA SPACE.                           OPSMSG00
006500     05  DL-PROG     PC X(8).                                     OPSMSG00
006510     05  FILLER      SZ 2     VA SPACE.                           OPSMSG00
006520     05  DL-OPER     PC X(3).                                     OPSMSG00
006600     05  FILLER      SZ 2     VA SPACE.                           OPSMSG00
006700     05  DL-TEXT     PC X(50).                                    OPSMSG00
006800     05  FILLER      SZ 54    VA SPACE.                           OPSMSG00
006900 01  TOTAL-LINE      SZ 132.                                      OPSMSG00
007000     05  FILLER  PC X(17) VA "MESSAGES LISTED  ".                 OPSMSG00
007100     05  TL-COUNT    PC ZZZZZ9.                                   OPSMSG00
008400     MOVE MSG-DATE TO DL-DATE.                                    OPSMSG00
008500     MOVE MSG-TIME TO DL-TIME.                                    OPSMSG00
008600     MOVE MSG-PROGRAM TO DL-PROG.                                 OPSMSG00
008610     MOVE MSG-OPERATOR TO DL-OPER.                                OPSMSG00
008700     MOVE MSG-TEXT TO DL-TEXT.                                    OPSMSG00
008800     ADD 1 TO MSG-COUNT.                                          OPSMSG00
008900     WRITE REPORT-REC FROM DETAIL-LINE.                           OPSMSG00
