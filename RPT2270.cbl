       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2270.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT MECTL    ASSIGN TO MECTL.                             00000100
           SELECT MONCTL   ASSIGN TO MONCTL.                            00000110
           SELECT SALESMON ASSIGN TO SALESMON.                          00000120
           SELECT MONSRT   ASSIGN TO MONSRT.                            00000130
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000140
           SELECT BRANMAST ASSIGN TO BRANMAST.                          00000150
           SELECT REPMAST  ASSIGN TO REPMAST.                           00000160
           SELECT CLOSERPT ASSIGN TO CLOSERPT.                          00000170
                                                                        00000180
       DATA DIVISION.                                                   00000190
                                                                        00000200
       FILE SECTION.                                                    00000210
                                                                        00000220
       FD  MECTL                                                        00000230
           RECORDING MODE IS F                                          00000240
           LABEL RECORDS ARE STANDARD                                   00000250
           RECORD CONTAINS 80 CHARACTERS                                00000260
           BLOCK CONTAINS 80 CHARACTERS.                                00000270
       01  MONTH-END-CONTROL-RECORD.                                    00000280
           05  ME-CLOSE-PERIOD.                                         00000290
               10  ME-CLOSE-YEAR       PIC 9(4).                        00000300
               10  ME-CLOSE-MONTH      PIC 9(2).                        00000310
           05  ME-CLOSE-FLAG           PIC X(1).                        00000320
               88  ME-CLOSE-REQUESTED      VALUE "Y".                   00000330
           05  FILLER                  PIC X(73).                       00000340
                                                                        00000350
       FD  MONCTL                                                       00000360
           RECORDING MODE IS F                                          00000370
           LABEL RECORDS ARE STANDARD                                   00000380
           RECORD CONTAINS 80 CHARACTERS                                00000390
           BLOCK CONTAINS 80 CHARACTERS.                                00000400
       01  MONTH-CONTROL-RECORD.                                        00000410
           05  MC-LAST-CLOSED-PERIOD   PIC 9(6).                        00000420
           05  MC-LAST-CLOSE-DATE      PIC 9(8).                        00000430
           05  FILLER                  PIC X(66).                       00000440
                                                                        00000450
       FD  SALESMON                                                     00000460
           RECORDING MODE IS F                                          00000470
           LABEL RECORDS ARE STANDARD                                   00000480
           RECORD CONTAINS 300 CHARACTERS                               00000490
           BLOCK CONTAINS 300 CHARACTERS.                               00000500
       01  MONTHLY-SALES-IN-RECORD     PIC X(300).                      00000510
                                                                        00000520
       SD  SORTWK01                                                     00000530
           RECORD CONTAINS 300 CHARACTERS.                              00000540
       01  SORT-RECORD.                                                 00000550
           05  SW-BRANCH-NUMBER        PIC X(2).                        00000560
           05  SW-SALESREP-NUMBER      PIC X(2).                        00000570
           05  SW-CUSTOMER-NUMBER      PIC X(5).                        00000580
           05  FILLER                  PIC X(291).                      00000590
                                                                        00000600
       FD  MONSRT                                                       00000610
           RECORDING MODE IS F                                          00000620
           LABEL RECORDS ARE STANDARD                                   00000630
           RECORD CONTAINS 300 CHARACTERS                               00000640
           BLOCK CONTAINS 300 CHARACTERS.                               00000650
       01  MONTHLY-SALES-RECORD.                                        00000660
           05  MS-BRANCH-NUMBER        PIC 9(2).                        00000670
           05  MS-SALESREP-NUMBER      PIC 9(2).                        00000680
           05  MS-CUSTOMER-NUMBER      PIC 9(5).                        00000690
           05  MS-FISCAL-YEAR          PIC 9(4).                        00000700
           05  MS-THIS-YEAR-SALES.                                      00000710
               10  MS-THIS-MONTH-SALES PIC S9(9)V99 OCCURS 12 TIMES.    00000720
           05  MS-LAST-YEAR-SALES.                                      00000730
               10  MS-LAST-MONTH-SALES PIC S9(9)V99 OCCURS 12 TIMES.    00000740
           05  MS-LAST-POSTED-DATE     PIC 9(8).                        00000750
           05  FILLER                  PIC X(15).                       00000760
                                                                        00000770
       FD  BRANMAST                                                     00000780
           RECORDING MODE IS F                                          00000790
           LABEL RECORDS ARE STANDARD                                   00000800
           RECORD CONTAINS 40 CHARACTERS                                00000810
           BLOCK CONTAINS 40 CHARACTERS.                                00000820
       01  BRANCH-MASTER-RECORD.                                        00000830
           05  BM-BRANCH-NUMBER           PIC 9(2).                     00000840
           05  BM-BRANCH-NAME             PIC X(20).                    00000850
           05  BM-REGION                  PIC X(10).                    00000860
           05  FILLER                     PIC X(8).                     00000870
                                                                        00000880
       FD  REPMAST                                                      00000890
           RECORDING MODE IS F                                          00000900
           LABEL RECORDS ARE STANDARD                                   00000910
           RECORD CONTAINS 40 CHARACTERS                                00000920
           BLOCK CONTAINS 40 CHARACTERS.                                00000930
       01  REP-MASTER-RECORD.                                           00000940
           05  RM-BRANCH-NUMBER           PIC 9(2).                     00000950
           05  RM-SALESREP-NUMBER         PIC 9(2).                     00000960
           05  RM-SALESREP-NAME           PIC X(20).                    00000970
           05  RM-REGION                  PIC X(10).                    00000980
           05  FILLER                     PIC X(6).                     00000990
                                                                        00001000
       FD  CLOSERPT                                                     00001010
           RECORDING MODE IS F                                          00001020
           LABEL RECORDS ARE STANDARD                                   00001030
           RECORD CONTAINS 130 CHARACTERS                               00001040
           BLOCK CONTAINS 130 CHARACTERS.                               00001050
       01  PRINT-AREA      PIC X(130).                                  00001060
                                                                        00001070
       WORKING-STORAGE SECTION.                                         00001080
                                                                        00001090
       01  SWITCHES.                                                    00001100
           05  MECTL-EOF-SWITCH        PIC X    VALUE "N".              00001110
           05  MONCTL-EMPTY-SWITCH     PIC X    VALUE "N".              00001120
           05  MONSRT-EOF-SWITCH       PIC X    VALUE "N".              00001130
           05  BRANMAST-EOF-SWITCH     PIC X    VALUE "N".              00001140
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".              00001150
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00001160
                                                                        00001170
       01  PERIOD-FIELDS.                                               00001180
           05  RUN-DATE                PIC 9(8)     VALUE ZERO.         00001190
           05  RUN-PERIOD              PIC 9(6)     VALUE ZERO.         00001200
           05  NEXT-OPEN-PERIOD        PIC 9(6)     VALUE ZERO.         00001210
           05  NEXT-OPEN-YEAR          PIC 9(4)     VALUE ZERO.         00001220
           05  NEXT-OPEN-MONTH         PIC 9(2)     VALUE ZERO.         00001230
           05  QUARTER-NUMBER          PIC 9(1)     VALUE ZERO.         00001240
           05  QUARTER-FIRST-MONTH     PIC 9(2)     VALUE ZERO.         00001250
           05  MONTH-SUB               PIC 9(2)     VALUE ZERO.         00001260
           05  LEVEL-SUB               PIC 9(1)     VALUE ZERO.         00001270
                                                                        00001280
       01  CLOSE-YEAR-FIELDS.                                           00001290
           05  CY-THIS-YEAR-SALES.                                      00001300
               10  CY-THIS-MONTH-SALES PIC S9(9)V99 OCCURS 12 TIMES.    00001310
           05  CY-LAST-YEAR-SALES.                                      00001320
               10  CY-LAST-MONTH-SALES PIC S9(9)V99 OCCURS 12 TIMES.    00001330
                                                                        00001340
       01  CUSTOMER-PERIOD-FIELDS.                                      00001350
           05  CP-MONTH-THIS           PIC S9(11)V99.                   00001360
           05  CP-MONTH-LAST           PIC S9(11)V99.                   00001370
           05  CP-QTD-THIS             PIC S9(11)V99.                   00001380
           05  CP-QTD-LAST             PIC S9(11)V99.                   00001390
           05  CP-YTD-THIS             PIC S9(11)V99.                   00001400
           05  CP-YTD-LAST             PIC S9(11)V99.                   00001410
                                                                        00001420
       01  LEVEL-TOTAL-TABLE.                                           00001430
           05  LEVEL-TOTALS OCCURS 3 TIMES.                             00001440
               10  LT-MONTH-THIS       PIC S9(11)V99.                   00001450
               10  LT-MONTH-LAST       PIC S9(11)V99.                   00001460
               10  LT-QTD-THIS         PIC S9(11)V99.                   00001470
               10  LT-QTD-LAST         PIC S9(11)V99.                   00001480
               10  LT-YTD-THIS         PIC S9(11)V99.                   00001490
               10  LT-YTD-LAST         PIC S9(11)V99.                   00001500
                                                                        00001510
       01  CALCULATED-FIELDS.                                           00001520
           05  CHANGE-AMOUNT           PIC S9(11)V99 VALUE ZERO.        00001530
           05  CHANGE-PERCENT-NUM      PIC S999V9    VALUE ZERO.        00001540
           05  VARIANCE-THIS           PIC S9(11)V99 VALUE ZERO.        00001550
           05  VARIANCE-LAST           PIC S9(11)V99 VALUE ZERO.        00001560
                                                                        00001570
       01  CONTROL-TOTAL-FIELDS.                                        00001580
           05  BUCKETS-READ-COUNT      PIC 9(7)      VALUE ZERO.        00001590
           05  BUCKETS-CURRENT-COUNT   PIC 9(7)      VALUE ZERO.        00001600
           05  BUCKETS-ROLLED-COUNT    PIC 9(7)      VALUE ZERO.        00001610
           05  BUCKETS-PRIOR-COUNT     PIC 9(7)      VALUE ZERO.        00001620
           05  BUCKETS-SKIPPED-COUNT   PIC 9(7)      VALUE ZERO.        00001630
                                                                        00001640
       01  BRANCH-TABLE-FIELDS.                                         00001650
           05  BRANCH-TABLE-COUNT      PIC 9(3)    VALUE ZERO.          00001660
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES.                      00001670
               10  BT-BRANCH-NUMBER    PIC 9(2).                        00001680
               10  BT-BRANCH-NAME      PIC X(20).                       00001690
               10  BT-REGION           PIC X(10).                       00001700
                                                                        00001710
       01  REP-TABLE-FIELDS.                                            00001720
           05  REP-TABLE-COUNT         PIC 9(3)    VALUE ZERO.          00001730
           05  REP-TABLE-ENTRY OCCURS 200 TIMES.                        00001740
               10  RT-BRANCH-NUMBER    PIC 9(2).                        00001750
               10  RT-SALESREP-NUMBER  PIC 9(2).                        00001760
               10  RT-SALESREP-NAME    PIC X(20).                       00001770
               10  RT-REGION           PIC X(10).                       00001780
                                                                        00001790
       01  LOOKUP-WORK-FIELDS.                                          00001800
           05  WS-LOOKUP-BRANCH-NUMBER     PIC 9(2).                    00001810
           05  WS-LOOKUP-SALESREP-NUMBER   PIC 9(2).                    00001820
           05  WS-LOOKED-UP-BRANCH-NAME    PIC X(20).                   00001830
           05  WS-LOOKED-UP-SALESREP-NAME  PIC X(20).                   00001840
           05  WS-BRANCH-FOUND-SWITCH      PIC X    VALUE "N".          00001850
           05  WS-REP-FOUND-SWITCH         PIC X    VALUE "N".          00001860
           05  WS-TABLE-SUBSCRIPT          PIC 9(3) VALUE ZERO.         00001870
                                                                        00001880
       01  BREAK-FIELDS.                                                00001890
           05  PREV-BRANCH-NUMBER      PIC 9(2)     VALUE ZERO.         00001900
           05  PREV-SALESREP-NUMBER    PIC 9(2)     VALUE ZERO.         00001910
                                                                        00001920
       01  PRINT-FIELDS.                                                00001930
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001940
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001950
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001960
                                                                        00001970
       01  CURRENT-DATE-AND-TIME.                                       00001980
           05  CD-YEAR         PIC 9999.                                00001990
           05  CD-MONTH        PIC 99.                                  00002000
           05  CD-DAY          PIC 99.                                  00002010
           05  CD-HOURS        PIC 99.                                  00002020
           05  CD-MINUTES      PIC 99.                                  00002030
           05  FILLER          PIC X(9).                                00002040
                                                                        00002050
       01  HEADING-LINE-1.                                              00002060
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00002070
           05  HL1-MONTH       PIC 9(2).                                00002080
           05  FILLER          PIC X(1)    VALUE "/".                   00002090
           05  HL1-DAY         PIC 9(2).                                00002100
           05  FILLER          PIC X(1)    VALUE "/".                   00002110
           05  HL1-YEAR        PIC 9(4).                                00002120
           05  FILLER          PIC X(16)   VALUE SPACE.                 00002130
           05  FILLER          PIC X(28)                                00002140
               VALUE "MONTH-END SALES CLOSE REPORT".                    00002150
           05  FILLER          PIC X(8)    VALUE SPACE.                 00002160
           05  FILLER          PIC X(8)    VALUE "PERIOD: ".            00002170
           05  HL1-CLOSE-YEAR  PIC 9(4).                                00002180
           05  FILLER          PIC X(1)    VALUE "/".                   00002190
           05  HL1-CLOSE-MONTH PIC 9(2).                                00002200
           05  FILLER          PIC X(36)   VALUE SPACE.                 00002210
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00002220
           05  HL1-PAGE-NUMBER PIC ZZ9.                                 00002230
           05  FILLER          PIC X(1)    VALUE SPACE.                 00002240
                                                                        00002250
       01  HEADING-LINE-2.                                              00002260
           05  FILLER          PIC X(31)   VALUE SPACE.                 00002270
           05  FILLER          PIC X(30)                                00002280
               VALUE "------------ MONTH -----------".                  00002290
           05  FILLER          PIC X(2)    VALUE SPACE.                 00002300
           05  FILLER          PIC X(30)                                00002310
               VALUE "------ QUARTER TO DATE -------".                  00002320
           05  FILLER          PIC X(2)    VALUE SPACE.                 00002330
           05  FILLER          PIC X(30)                                00002340
               VALUE "-------- YEAR TO DATE --------".                  00002350
           05  FILLER          PIC X(5)    VALUE SPACE.                 00002360
                                                                        00002370
       01  HEADING-LINE-3.                                              00002380
           05  FILLER          PIC X(3)    VALUE SPACE.                 00002390
           05  FILLER          PIC X(28)                                00002400
               VALUE "BR  REP NAME".                                    00002410
           05  FILLER          PIC X(32)                                00002420
               VALUE "  THIS YEAR   LAST YEAR   VAR%".                  00002430
           05  FILLER          PIC X(32)                                00002440
               VALUE "  THIS YEAR   LAST YEAR   VAR%".                  00002450
           05  FILLER          PIC X(32)                                00002460
               VALUE "  THIS YEAR   LAST YEAR   VAR%".                  00002470
           05  FILLER          PIC X(3)    VALUE SPACE.                 00002480
                                                                        00002490
       01  HEADING-LINE-4.                                              00002500
           05  FILLER          PIC X(130)  VALUE ALL "-".               00002510
                                                                        00002520
       01  CLOSE-LINE.                                                  00002530
           05  FILLER              PIC X(3)     VALUE SPACE.            00002540
           05  CL-BRANCH-NUMBER    PIC X(2).                            00002550
           05  FILLER              PIC X(2)     VALUE SPACE.            00002560
           05  CL-SALESREP-NUMBER  PIC X(2).                            00002570
           05  FILLER              PIC X(2)     VALUE SPACE.            00002580
           05  CL-DESCRIPTION      PIC X(20).                           00002590
           05  CL-MONTH-THIS       PIC ZZ,ZZZ,ZZ9-.                     00002600
           05  FILLER              PIC X(1)     VALUE SPACE.            00002610
           05  CL-MONTH-LAST       PIC ZZ,ZZZ,ZZ9-.                     00002620
           05  FILLER              PIC X(1)     VALUE SPACE.            00002630
           05  CL-MONTH-PERCENT    PIC ZZ9.9-.                          00002640
           05  FILLER              PIC X(2)     VALUE SPACE.            00002650
           05  CL-QTD-THIS         PIC ZZ,ZZZ,ZZ9-.                     00002660
           05  FILLER              PIC X(1)     VALUE SPACE.            00002670
           05  CL-QTD-LAST         PIC ZZ,ZZZ,ZZ9-.                     00002680
           05  FILLER              PIC X(1)     VALUE SPACE.            00002690
           05  CL-QTD-PERCENT      PIC ZZ9.9-.                          00002700
           05  FILLER              PIC X(2)     VALUE SPACE.            00002710
           05  CL-YTD-THIS         PIC ZZ,ZZZ,ZZ9-.                     00002720
           05  FILLER              PIC X(1)     VALUE SPACE.            00002730
           05  CL-YTD-LAST         PIC ZZ,ZZZ,ZZ9-.                     00002740
           05  FILLER              PIC X(1)     VALUE SPACE.            00002750
           05  CL-YTD-PERCENT      PIC ZZ9.9-.                          00002760
           05  FILLER              PIC X(5)     VALUE SPACE.            00002770
                                                                        00002780
       01  CONTROL-TOTAL-LINE.                                          00002790
           05  FILLER              PIC X(3)     VALUE SPACE.            00002800
           05  CTL-LABEL           PIC X(30).                           00002810
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00002820
           05  FILLER              PIC X(90)    VALUE SPACE.            00002830
                                                                        00002840
       PROCEDURE DIVISION.                                              00002850
                                                                        00002860
       000-CLOSE-SALES-MONTH.                                           00002870
                                                                        00002880
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002890
           COMPUTE RUN-DATE =                                           00002900
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00002910
           COMPUTE RUN-PERIOD = (CD-YEAR * 100) + CD-MONTH.             00002920
           PERFORM 050-READ-MONTH-END-CONTROL.                          00002930
           IF NOT ME-CLOSE-REQUESTED                                    00002940
               DISPLAY "RPT2270: MONTH-END CLOSE NOT REQUESTED"         00002950
                   " - NO ACTION"                                       00002960
               MOVE 4 TO RETURN-CODE                                    00002970
               STOP RUN                                                 00002980
           END-IF.                                                      00002990
           IF ME-CLOSE-PERIOD NOT NUMERIC                               00003000
              OR ME-CLOSE-MONTH < 1                                     00003010
              OR ME-CLOSE-MONTH > 12                                    00003020
               DISPLAY "RPT2270: INVALID CLOSE PERIOD "                 00003030
                   ME-CLOSE-PERIOD                                      00003040
               DISPLAY "RPT2270: CLOSE REFUSED"                         00003050
               MOVE 8 TO RETURN-CODE                                    00003060
               STOP RUN                                                 00003070
           END-IF.                                                      00003080
           IF ME-CLOSE-PERIOD NOT < RUN-PERIOD                          00003090
               DISPLAY "RPT2270: PERIOD " ME-CLOSE-PERIOD               00003100
                   " HAS NOT ENDED"                                     00003110
               DISPLAY "RPT2270: CLOSE REFUSED"                         00003120
               MOVE 8 TO RETURN-CODE                                    00003130
               STOP RUN                                                 00003140
           END-IF.                                                      00003150
           PERFORM 060-CHECK-MONTH-CONTROL.                             00003160
           IF ME-CLOSE-PERIOD NOT > MC-LAST-CLOSED-PERIOD               00003170
               DISPLAY "RPT2270: PERIOD " ME-CLOSE-PERIOD               00003180
                   " ALREADY CLOSED ON " MC-LAST-CLOSE-DATE             00003190
               DISPLAY "RPT2270: CLOSE REFUSED"                         00003200
               CLOSE MONCTL                                             00003210
               MOVE 8 TO RETURN-CODE                                    00003220
               STOP RUN                                                 00003230
           END-IF.                                                      00003240
           IF MONCTL-EMPTY-SWITCH = "N"                                 00003250
              AND ME-CLOSE-PERIOD NOT = NEXT-OPEN-PERIOD                00003260
               DISPLAY "RPT2270: PERIOD " NEXT-OPEN-PERIOD              00003270
                   " MUST BE CLOSED FIRST"                              00003280
               DISPLAY "RPT2270: CLOSE REFUSED"                         00003290
               CLOSE MONCTL                                             00003300
               MOVE 8 TO RETURN-CODE                                    00003310
               STOP RUN                                                 00003320
           END-IF.                                                      00003330
           PERFORM 040-LOAD-BRANCH-TABLE.                               00003340
           PERFORM 045-LOAD-REP-TABLE.                                  00003350
           SORT SORTWK01                                                00003360
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00003370
                                SW-SALESREP-NUMBER                      00003380
                                SW-CUSTOMER-NUMBER                      00003390
               USING SALESMON                                           00003400
               GIVING MONSRT.                                           00003410
           SUBTRACT 1 FROM ME-CLOSE-MONTH GIVING QUARTER-FIRST-MONTH.   00003420
           DIVIDE QUARTER-FIRST-MONTH BY 3 GIVING QUARTER-NUMBER.       00003430
           COMPUTE QUARTER-FIRST-MONTH = (QUARTER-NUMBER * 3) + 1.      00003440
           INITIALIZE LEVEL-TOTAL-TABLE.                                00003450
           OPEN INPUT  MONSRT                                           00003460
                OUTPUT CLOSERPT.                                        00003470
           PERFORM 200-PROCESS-MONTHLY-RECORD                           00003480
               UNTIL MONSRT-EOF-SWITCH = "Y".                           00003490
           IF FIRST-RECORD-SWITCH = "N"                                 00003500
               PERFORM 300-PRINT-REP-TOTAL                              00003510
               PERFORM 310-PRINT-BRANCH-TOTAL                           00003520
           END-IF.                                                      00003530
           PERFORM 320-PRINT-GRAND-TOTAL.                               00003540
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00003550
           PERFORM 600-UPDATE-MONTH-CONTROL.                            00003560
           CLOSE MONSRT                                                 00003570
                 CLOSERPT.                                              00003580
           DISPLAY "RPT2270: PERIOD " ME-CLOSE-PERIOD " CLOSED".        00003590
           STOP RUN.                                                    00003600
                                                                        00003610
       040-LOAD-BRANCH-TABLE.                                           00003620
                                                                        00003630
           OPEN INPUT BRANMAST.                                         00003640
           PERFORM 041-READ-BRANCH-RECORD                               00003650
               UNTIL BRANMAST-EOF-SWITCH = "Y".                         00003660
           CLOSE BRANMAST.                                              00003670
                                                                        00003680
       041-READ-BRANCH-RECORD.                                          00003690
                                                                        00003700
           READ BRANMAST                                                00003710
               AT END                                                   00003720
                   MOVE "Y" TO BRANMAST-EOF-SWITCH                      00003730
               NOT AT END                                               00003740
                   ADD 1 TO BRANCH-TABLE-COUNT                          00003750
                   MOVE BM-BRANCH-NUMBER                                00003760
                       TO BT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)          00003770
                   MOVE BM-BRANCH-NAME                                  00003780
                       TO BT-BRANCH-NAME(BRANCH-TABLE-COUNT)            00003790
                   MOVE BM-REGION                                       00003800
                       TO BT-REGION(BRANCH-TABLE-COUNT)                 00003810
           END-READ.                                                    00003820
                                                                        00003830
       045-LOAD-REP-TABLE.                                              00003840
                                                                        00003850
           OPEN INPUT REPMAST.                                          00003860
           PERFORM 046-READ-REP-RECORD                                  00003870
               UNTIL REPMAST-EOF-SWITCH = "Y".                          00003880
           CLOSE REPMAST.                                               00003890
                                                                        00003900
       046-READ-REP-RECORD.                                             00003910
                                                                        00003920
           READ REPMAST                                                 00003930
               AT END                                                   00003940
                   MOVE "Y" TO REPMAST-EOF-SWITCH                       00003950
               NOT AT END                                               00003960
                   ADD 1 TO REP-TABLE-COUNT                             00003970
                   MOVE RM-BRANCH-NUMBER                                00003980
                       TO RT-BRANCH-NUMBER(REP-TABLE-COUNT)             00003990
                   MOVE RM-SALESREP-NUMBER                              00004000
                       TO RT-SALESREP-NUMBER(REP-TABLE-COUNT)           00004010
                   MOVE RM-SALESREP-NAME                                00004020
                       TO RT-SALESREP-NAME(REP-TABLE-COUNT)             00004030
                   MOVE RM-REGION                                       00004040
                       TO RT-REGION(REP-TABLE-COUNT)                    00004050
           END-READ.                                                    00004060
                                                                        00004070
       048-LOOKUP-BRANCH-NAME.                                          00004080
                                                                        00004090
           MOVE "UNKNOWN BRANCH " TO WS-LOOKED-UP-BRANCH-NAME.          00004100
           MOVE "N" TO WS-BRANCH-FOUND-SWITCH.                          00004110
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00004120
               UNTIL WS-TABLE-SUBSCRIPT > BRANCH-TABLE-COUNT            00004130
                  OR WS-BRANCH-FOUND-SWITCH = "Y"                       00004140
               IF BT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00004150
                   WS-LOOKUP-BRANCH-NUMBER                              00004160
                   MOVE BT-BRANCH-NAME(WS-TABLE-SUBSCRIPT)              00004170
                       TO WS-LOOKED-UP-BRANCH-NAME                      00004180
                   MOVE "Y" TO WS-BRANCH-FOUND-SWITCH                   00004190
               END-IF                                                   00004200
           END-PERFORM.                                                 00004210
                                                                        00004220
       049-LOOKUP-SALESREP-NAME.                                        00004230
                                                                        00004240
           MOVE "UNKNOWN REP    " TO WS-LOOKED-UP-SALESREP-NAME.        00004250
           MOVE "N" TO WS-REP-FOUND-SWITCH.                             00004260
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00004270
               UNTIL WS-TABLE-SUBSCRIPT > REP-TABLE-COUNT               00004280
                  OR WS-REP-FOUND-SWITCH = "Y"                          00004290
               IF RT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00004300
                   WS-LOOKUP-BRANCH-NUMBER                              00004310
                  AND RT-SALESREP-NUMBER(WS-TABLE-SUBSCRIPT) =          00004320
                   WS-LOOKUP-SALESREP-NUMBER                            00004330
                   MOVE RT-SALESREP-NAME(WS-TABLE-SUBSCRIPT)            00004340
                       TO WS-LOOKED-UP-SALESREP-NAME                    00004350
                   MOVE "Y" TO WS-REP-FOUND-SWITCH                      00004360
               END-IF                                                   00004370
           END-PERFORM.                                                 00004380
                                                                        00004390
       050-READ-MONTH-END-CONTROL.                                      00004400
                                                                        00004410
           OPEN INPUT MECTL.                                            00004420
           READ MECTL                                                   00004430
               AT END                                                   00004440
                   MOVE "Y" TO MECTL-EOF-SWITCH                         00004450
                   MOVE "N" TO ME-CLOSE-FLAG                            00004460
                   MOVE ZERO TO ME-CLOSE-PERIOD.                        00004470
           CLOSE MECTL.                                                 00004480
                                                                        00004490
       060-CHECK-MONTH-CONTROL.                                         00004500
                                                                        00004510
           OPEN I-O MONCTL.                                             00004520
           READ MONCTL                                                  00004530
               AT END                                                   00004540
                   MOVE "Y" TO MONCTL-EMPTY-SWITCH                      00004550
                   MOVE ZERO TO MC-LAST-CLOSED-PERIOD                   00004560
                   MOVE ZERO TO MC-LAST-CLOSE-DATE.                     00004570
           COMPUTE NEXT-OPEN-PERIOD = MC-LAST-CLOSED-PERIOD + 1.        00004580
           DIVIDE NEXT-OPEN-PERIOD BY 100 GIVING NEXT-OPEN-YEAR         00004590
               REMAINDER NEXT-OPEN-MONTH.                               00004600
           IF NEXT-OPEN-MONTH > 12                                      00004610
               ADD 88 TO NEXT-OPEN-PERIOD.                              00004620
                                                                        00004630
       100-PRINT-HEADING-LINES.                                         00004640
                                                                        00004650
           ADD 1 TO PAGE-COUNT.                                         00004660
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00004670
           MOVE CD-MONTH       TO HL1-MONTH.                            00004680
           MOVE CD-DAY         TO HL1-DAY.                              00004690
           MOVE CD-YEAR        TO HL1-YEAR.                             00004700
           MOVE ME-CLOSE-YEAR  TO HL1-CLOSE-YEAR.                       00004710
           MOVE ME-CLOSE-MONTH TO HL1-CLOSE-MONTH.                      00004720
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00004730
           WRITE PRINT-AREA.                                            00004740
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00004750
           WRITE PRINT-AREA.                                            00004760
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00004770
           WRITE PRINT-AREA.                                            00004780
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           00004790
           WRITE PRINT-AREA.                                            00004800
           MOVE ZERO TO LINE-COUNT.                                     00004810
                                                                        00004820
       200-PROCESS-MONTHLY-RECORD.                                      00004830
                                                                        00004840
           PERFORM 210-READ-MONTHLY-RECORD.                             00004850
           IF MONSRT-EOF-SWITCH = "N"                                   00004860
               PERFORM 220-SELECT-CLOSE-YEAR                            00004870
               IF MS-FISCAL-YEAR NOT < ME-CLOSE-YEAR - 1                00004880
                  AND MS-FISCAL-YEAR NOT > ME-CLOSE-YEAR + 1            00004890
                   PERFORM 230-CHECK-CONTROL-BREAK                      00004900
                   PERFORM 240-ACCUMULATE-CUSTOMER.                     00004910
                                                                        00004920
       210-READ-MONTHLY-RECORD.                                         00004930
                                                                        00004940
           READ MONSRT                                                  00004950
               AT END                                                   00004960
                   MOVE "Y" TO MONSRT-EOF-SWITCH                        00004970
               NOT AT END                                               00004980
                   ADD 1 TO BUCKETS-READ-COUNT                          00004990
           END-READ.                                                    00005000
                                                                        00005010
       220-SELECT-CLOSE-YEAR.                                           00005020
                                                                        00005030
           IF MS-FISCAL-YEAR = ME-CLOSE-YEAR                            00005040
               MOVE MS-THIS-YEAR-SALES TO CY-THIS-YEAR-SALES            00005050
               MOVE MS-LAST-YEAR-SALES TO CY-LAST-YEAR-SALES            00005060
               ADD 1 TO BUCKETS-CURRENT-COUNT                           00005070
           ELSE                                                         00005080
               IF MS-FISCAL-YEAR = ME-CLOSE-YEAR + 1                    00005090
                   MOVE MS-LAST-YEAR-SALES TO CY-THIS-YEAR-SALES        00005100
                   INITIALIZE CY-LAST-YEAR-SALES                        00005110
                   ADD 1 TO BUCKETS-ROLLED-COUNT                        00005120
               ELSE                                                     00005130
                   IF MS-FISCAL-YEAR = ME-CLOSE-YEAR - 1                00005140
                       INITIALIZE CY-THIS-YEAR-SALES                    00005150
                       MOVE MS-THIS-YEAR-SALES TO CY-LAST-YEAR-SALES    00005160
                       ADD 1 TO BUCKETS-PRIOR-COUNT                     00005170
                   ELSE                                                 00005180
                       ADD 1 TO BUCKETS-SKIPPED-COUNT.                  00005190
                                                                        00005200
       230-CHECK-CONTROL-BREAK.                                         00005210
                                                                        00005220
           IF FIRST-RECORD-SWITCH = "Y"                                 00005230
               MOVE "N" TO FIRST-RECORD-SWITCH                          00005240
               MOVE MS-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER            00005250
               MOVE MS-SALESREP-NUMBER TO PREV-SALESREP-NUMBER          00005260
           ELSE                                                         00005270
               IF MS-BRANCH-NUMBER NOT = PREV-BRANCH-NUMBER             00005280
                   PERFORM 300-PRINT-REP-TOTAL                          00005290
                   PERFORM 310-PRINT-BRANCH-TOTAL                       00005300
                   MOVE MS-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER        00005310
                   MOVE MS-SALESREP-NUMBER TO PREV-SALESREP-NUMBER      00005320
               ELSE                                                     00005330
                   IF MS-SALESREP-NUMBER NOT = PREV-SALESREP-NUMBER     00005340
                       PERFORM 300-PRINT-REP-TOTAL                      00005350
                       MOVE MS-SALESREP-NUMBER                          00005360
                           TO PREV-SALESREP-NUMBER.                     00005370
                                                                        00005380
       240-ACCUMULATE-CUSTOMER.                                         00005390
                                                                        00005400
           INITIALIZE CUSTOMER-PERIOD-FIELDS.                           00005410
           MOVE CY-THIS-MONTH-SALES(ME-CLOSE-MONTH) TO CP-MONTH-THIS.   00005420
           MOVE CY-LAST-MONTH-SALES(ME-CLOSE-MONTH) TO CP-MONTH-LAST.   00005430
           PERFORM 245-ADD-ONE-MONTH                                    00005440
               VARYING MONTH-SUB FROM 1 BY 1                            00005450
               UNTIL MONTH-SUB > ME-CLOSE-MONTH.                        00005460
           PERFORM 250-ADD-TO-LEVEL-TOTALS                              00005470
               VARYING LEVEL-SUB FROM 1 BY 1                            00005480
               UNTIL LEVEL-SUB > 3.                                     00005490
                                                                        00005500
       245-ADD-ONE-MONTH.                                               00005510
                                                                        00005520
           ADD CY-THIS-MONTH-SALES(MONTH-SUB) TO CP-YTD-THIS.           00005530
           ADD CY-LAST-MONTH-SALES(MONTH-SUB) TO CP-YTD-LAST.           00005540
           IF MONTH-SUB NOT < QUARTER-FIRST-MONTH                       00005550
               ADD CY-THIS-MONTH-SALES(MONTH-SUB) TO CP-QTD-THIS        00005560
               ADD CY-LAST-MONTH-SALES(MONTH-SUB) TO CP-QTD-LAST.       00005570
                                                                        00005580
       250-ADD-TO-LEVEL-TOTALS.                                         00005590
                                                                        00005600
           ADD CP-MONTH-THIS TO LT-MONTH-THIS(LEVEL-SUB).               00005610
           ADD CP-MONTH-LAST TO LT-MONTH-LAST(LEVEL-SUB).               00005620
           ADD CP-QTD-THIS   TO LT-QTD-THIS(LEVEL-SUB).                 00005630
           ADD CP-QTD-LAST   TO LT-QTD-LAST(LEVEL-SUB).                 00005640
           ADD CP-YTD-THIS   TO LT-YTD-THIS(LEVEL-SUB).                 00005650
           ADD CP-YTD-LAST   TO LT-YTD-LAST(LEVEL-SUB).                 00005660
                                                                        00005670
       300-PRINT-REP-TOTAL.                                             00005680
                                                                        00005690
           MOVE PREV-BRANCH-NUMBER   TO CL-BRANCH-NUMBER.               00005700
           MOVE PREV-SALESREP-NUMBER TO CL-SALESREP-NUMBER.             00005710
           MOVE PREV-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.        00005720
           MOVE PREV-SALESREP-NUMBER TO WS-LOOKUP-SALESREP-NUMBER.      00005730
           PERFORM 049-LOOKUP-SALESREP-NAME.                            00005740
           MOVE WS-LOOKED-UP-SALESREP-NAME TO CL-DESCRIPTION.           00005750
           MOVE 1 TO LEVEL-SUB.                                         00005760
           PERFORM 350-PRINT-CLOSE-LINE.                                00005770
                                                                        00005780
       310-PRINT-BRANCH-TOTAL.                                          00005790
                                                                        00005800
           MOVE PREV-BRANCH-NUMBER   TO CL-BRANCH-NUMBER.               00005810
           MOVE SPACE                TO CL-SALESREP-NUMBER.             00005820
           MOVE PREV-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.        00005830
           PERFORM 048-LOOKUP-BRANCH-NAME.                              00005840
           MOVE WS-LOOKED-UP-BRANCH-NAME TO CL-DESCRIPTION.             00005850
           MOVE 2 TO LEVEL-SUB.                                         00005860
           PERFORM 350-PRINT-CLOSE-LINE.                                00005870
           MOVE SPACES TO PRINT-AREA.                                   00005880
           WRITE PRINT-AREA.                                            00005890
           ADD 1 TO LINE-COUNT.                                         00005900
                                                                        00005910
       320-PRINT-GRAND-TOTAL.                                           00005920
                                                                        00005930
           MOVE SPACE                TO CL-BRANCH-NUMBER.               00005940
           MOVE SPACE                TO CL-SALESREP-NUMBER.             00005950
           MOVE "GRAND TOTAL"        TO CL-DESCRIPTION.                 00005960
           MOVE 3 TO LEVEL-SUB.                                         00005970
           PERFORM 350-PRINT-CLOSE-LINE.                                00005980
                                                                        00005990
       350-PRINT-CLOSE-LINE.                                            00006000
                                                                        00006010
           IF LINE-COUNT >= LINES-ON-PAGE                               00006020
               PERFORM 100-PRINT-HEADING-LINES.                         00006030
           MOVE LT-MONTH-THIS(LEVEL-SUB) TO CL-MONTH-THIS               00006040
                                            VARIANCE-THIS.              00006050
           MOVE LT-MONTH-LAST(LEVEL-SUB) TO CL-MONTH-LAST               00006060
                                            VARIANCE-LAST.              00006070
           PERFORM 360-COMPUTE-CHANGE-PERCENT.                          00006080
           MOVE CHANGE-PERCENT-NUM TO CL-MONTH-PERCENT.                 00006090
           MOVE LT-QTD-THIS(LEVEL-SUB)   TO CL-QTD-THIS                 00006100
                                            VARIANCE-THIS.              00006110
           MOVE LT-QTD-LAST(LEVEL-SUB)   TO CL-QTD-LAST                 00006120
                                            VARIANCE-LAST.              00006130
           PERFORM 360-COMPUTE-CHANGE-PERCENT.                          00006140
           MOVE CHANGE-PERCENT-NUM TO CL-QTD-PERCENT.                   00006150
           MOVE LT-YTD-THIS(LEVEL-SUB)   TO CL-YTD-THIS                 00006160
                                            VARIANCE-THIS.              00006170
           MOVE LT-YTD-LAST(LEVEL-SUB)   TO CL-YTD-LAST                 00006180
                                            VARIANCE-LAST.              00006190
           PERFORM 360-COMPUTE-CHANGE-PERCENT.                          00006200
           MOVE CHANGE-PERCENT-NUM TO CL-YTD-PERCENT.                   00006210
           MOVE CLOSE-LINE TO PRINT-AREA.                               00006220
           WRITE PRINT-AREA.                                            00006230
           ADD 1 TO LINE-COUNT.                                         00006240
           INITIALIZE LEVEL-TOTALS(LEVEL-SUB).                          00006250
                                                                        00006260
       360-COMPUTE-CHANGE-PERCENT.                                      00006270
                                                                        00006280
           COMPUTE CHANGE-AMOUNT = VARIANCE-THIS - VARIANCE-LAST.       00006290
           IF VARIANCE-LAST = ZERO                                      00006300
               MOVE 999.9 TO CHANGE-PERCENT-NUM                         00006310
           ELSE                                                         00006320
               COMPUTE CHANGE-PERCENT-NUM ROUNDED =                     00006330
                   CHANGE-AMOUNT * 100 / VARIANCE-LAST                  00006340
                   ON SIZE ERROR                                        00006350
                       MOVE 999.9 TO CHANGE-PERCENT-NUM.                00006360
                                                                        00006370
       500-PRINT-CONTROL-TOTALS.                                        00006380
                                                                        00006390
           MOVE SPACES TO PRINT-AREA.                                   00006400
           WRITE PRINT-AREA.                                            00006410
           MOVE "CUSTOMER BUCKETS READ:        " TO CTL-LABEL.          00006420
           MOVE BUCKETS-READ-COUNT      TO CTL-COUNT.                   00006430
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00006440
           MOVE "  CLOSE YEAR BUCKETS:         " TO CTL-LABEL.          00006450
           MOVE BUCKETS-CURRENT-COUNT   TO CTL-COUNT.                   00006460
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00006470
           MOVE "  ALREADY ROLLED TO NEW YEAR: " TO CTL-LABEL.          00006480
           MOVE BUCKETS-ROLLED-COUNT    TO CTL-COUNT.                   00006490
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00006500
           MOVE "  NO SALES IN CLOSE YEAR:     " TO CTL-LABEL.          00006510
           MOVE BUCKETS-PRIOR-COUNT     TO CTL-COUNT.                   00006520
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00006530
           MOVE "  OLDER YEARS NOT REPORTED:   " TO CTL-LABEL.          00006540
           MOVE BUCKETS-SKIPPED-COUNT   TO CTL-COUNT.                   00006550
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00006560
                                                                        00006570
       510-PRINT-ONE-TOTAL-LINE.                                        00006580
                                                                        00006590
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00006600
           WRITE PRINT-AREA.                                            00006610
           ADD 1 TO LINE-COUNT.                                         00006620
                                                                        00006630
       600-UPDATE-MONTH-CONTROL.                                        00006640
                                                                        00006650
           MOVE ME-CLOSE-PERIOD TO MC-LAST-CLOSED-PERIOD.               00006660
           MOVE RUN-DATE        TO MC-LAST-CLOSE-DATE.                  00006670
           IF MONCTL-EMPTY-SWITCH = "Y"                                 00006680
               CLOSE MONCTL                                             00006690
               OPEN OUTPUT MONCTL                                       00006700
               WRITE MONTH-CONTROL-RECORD                               00006710
               CLOSE MONCTL                                             00006720
           ELSE                                                         00006730
               REWRITE MONTH-CONTROL-RECORD                             00006740
               CLOSE MONCTL.                                            00006750
