004000         BLOCK CONTAINS 1 RECORDS                                 AUDHIS00
004100         VALUE OF ID "AUDITTRL"                                   AUDHIS00
004200         DATA RECORD AUDIT-REC.                                   AUDHIS00
004300 01  AUDIT-REC       SZ 44.                                       AUDHIS00
004400     05  AL-PROGRAM      PC X(8).                                 AUDHIS00
004500     05  AL-DATE         PC 9(6).                                 AUDHIS00
004600     05  AL-TIME         PC 9(4).                                 AUDHIS00
004700     05  AL-EVENT        PC X(8).                                 AUDHIS00
004800     05  AL-RESULT       PC X(8).                                 AUDHIS00
004900     05  AL-RUN-ID       PC X(7).                                 AUDHIS00
004910     05  AL-OPERATOR     PC X(3).                                 AUDHIS00
004950 FD  ARCH-TAPE                                                    AUDHIS00
004960         LABEL RECORD STANDARD                                    AUDHIS00
004970         VALUE OF ID "AUDTAPE"                                    AUDHIS00
004980         DATA RECORD ARCHREC.                                     AUDHIS00
004990 01  ARCHREC         SZ 44.                                       AUDHIS00
004991     05  AR-PROGRAM      PC X(8).                                 AUDHIS00
004992     05  AR-DATE         PC 9(6).                                 AUDHIS00
004993     05  AR-TIME         PC 9(4).                                 AUDHIS00
004994     05  AR-EVENT        PC X(8).                                 AUDHIS00
004995     05  AR-RESULT       PC X(8).                                 AUDHIS00
004996     05  AR-RUN-ID       PC X(7).                                 AUDHIS00
004997     05  AR-OPERATOR     PC X(3).                                 AUDHIS00
005000 FD  REPORT-FILE                                                  AUDHIS00
005100         VALUE OF ID "AUDHIST"                                    AUDHIS00
005200         DATA RECORD REPORT-REC.                                  AUDHIS00
005490     05  AW-EVENT        PC X(8).                                 AUDHIS00
005491     05  AW-RESULT       PC X(8).                                 AUDHIS00
005492     05  AW-RUN-ID       PC X(7).                                 AUDHIS00
005493     05  AW-OPERATOR     PC X(3).                                 AUDHIS00
005500 77  AP-CNT          VA 0    CMP-1   PC 999.                      AUDHIS00
005600 77  AP-IX                   CMP-1   PC 999.                      AUDHIS00
005700 77  AP-HIT                  CMP-1   PC 999.                      AUDHIS00
