       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2320.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT CUSTMAST ASSIGN TO CUSTMAST.                          00000100
           SELECT REPQUOTA ASSIGN TO REPQUOTA.                          00000110
           SELECT SALESHST ASSIGN TO SALESHST.                          00000120
           SELECT HSTSRT   ASSIGN TO HSTSRT.                            00000130
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000140
           SELECT SUMWRK   ASSIGN TO SUMWRK.                            00000150
           SELECT SUMSRT   ASSIGN TO SUMSRT.                            00000160
           SELECT SORTWK02 ASSIGN TO SORTWK02.                          00000170
           SELECT BRANMAST ASSIGN TO BRANMAST.                          00000180
           SELECT REPMAST  ASSIGN TO REPMAST.                           00000190
           SELECT EXECRPT  ASSIGN TO EXECRPT.                           00000200
           SELECT EXECCSV  ASSIGN TO EXECCSV.                           00000210
                                                                        00000220
       DATA DIVISION.                                                   00000230
                                                                        00000240
       FILE SECTION.                                                    00000250
                                                                        00000260
       FD  CUSTMAST                                                     00000270
           RECORDING MODE IS F                                          00000280
           LABEL RECORDS ARE STANDARD                                   00000290
           RECORD CONTAINS 130 CHARACTERS                               00000300
           BLOCK CONTAINS 130 CHARACTERS.                               00000310
       01  CUSTOMER-MASTER-RECORD.                                      00000320
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00000330
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00000340
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00000350
           05  CM-CUSTOMER-NAME        PIC X(20).                       00000360
           05  CM-SALES-THIS-YTD       PIC S9(9)V9(2).                  00000370
           05  CM-SALES-LAST-YTD       PIC S9(9)V9(2).                  00000380
           05  CM-CUSTOMER-STATUS      PIC X(1).                        00000390
               88  CM-STATUS-ACTIVE        VALUE "A".                   00000400
               88  CM-STATUS-CLOSED        VALUE "C".                   00000410
               88  CM-STATUS-CREDIT-HOLD   VALUE "H".                   00000420
           05  FILLER                  PIC X(78).                       00000430
                                                                        00000440
       FD  REPQUOTA                                                     00000450
           RECORDING MODE IS F                                          00000460
           LABEL RECORDS ARE STANDARD                                   00000470
           RECORD CONTAINS 40 CHARACTERS                                00000480
           BLOCK CONTAINS 40 CHARACTERS.                                00000490
       01  QUOTA-MASTER-RECORD.                                         00000500
           05  QM-BRANCH-NUMBER           PIC 9(2).                     00000510
           05  QM-SALESREP-NUMBER         PIC 9(2).                     00000520
           05  QM-ANNUAL-QUOTA            PIC 9(7)V99.                  00000530
           05  FILLER                     PIC X(27).                    00000540
                                                                        00000550
       FD  SALESHST                                                     00000560
           RECORDING MODE IS F                                          00000570
           LABEL RECORDS ARE STANDARD                                   00000580
           RECORD CONTAINS 80 CHARACTERS                                00000590
           BLOCK CONTAINS 80 CHARACTERS.                                00000600
       01  SALESHST-RECORD             PIC X(80).                       00000610
                                                                        00000620
       SD  SORTWK01                                                     00000630
           RECORD CONTAINS 80 CHARACTERS.                               00000640
       01  SORT-RECORD.                                                 00000650
           05  SW-BRANCH-NUMBER        PIC 9(2).                        00000660
           05  SW-SALESREP-NUMBER      PIC 9(2).                        00000670
           05  SW-CUSTOMER-NUMBER      PIC 9(5).                        00000680
           05  SW-CUSTOMER-NAME        PIC X(20).                       00000690
           05  SW-YEAR                 PIC 9(4).                        00000700
           05  SW-SALES-AMOUNT         PIC S9(7)V99.                    00000710
           05  FILLER                  PIC X(38).                       00000720
                                                                        00000730
       FD  HSTSRT                                                       00000740
           RECORDING MODE IS F                                          00000750
           LABEL RECORDS ARE STANDARD                                   00000760
           RECORD CONTAINS 80 CHARACTERS                                00000770
           BLOCK CONTAINS 80 CHARACTERS.                                00000780
       01  SALES-HISTORY-RECORD.                                        00000790
           05  SH-BRANCH-NUMBER        PIC 9(2).                        00000800
           05  SH-SALESREP-NUMBER      PIC 9(2).                        00000810
           05  SH-CUSTOMER-NUMBER      PIC 9(5).                        00000820
           05  SH-CUSTOMER-NAME        PIC X(20).                       00000830
           05  SH-YEAR                 PIC 9(4).                        00000840
           05  SH-SALES-AMOUNT         PIC S9(7)V99.                    00000850
           05  FILLER                  PIC X(38).                       00000860
                                                                        00000870
       FD  SUMWRK                                                       00000880
           RECORDING MODE IS F                                          00000890
           LABEL RECORDS ARE STANDARD                                   00000900
           RECORD CONTAINS 120 CHARACTERS                               00000910
           BLOCK CONTAINS 120 CHARACTERS.                               00000920
       01  SUMMARY-WORK-RECORD.                                         00000930
           05  SU-REGION               PIC X(10).                       00000940
           05  SU-BRANCH-NUMBER        PIC 9(2).                        00000950
           05  SU-SALESREP-NUMBER      PIC 9(2).                        00000960
           05  SU-SALES-THIS-YTD       PIC S9(11)V99.                   00000970
           05  SU-SALES-LAST-YTD       PIC S9(11)V99.                   00000980
           05  SU-ANNUAL-QUOTA         PIC S9(9)V99.                    00000990
           05  SU-FORECAST-AMOUNT      PIC S9(11)V99.                   00001000
           05  SU-BASE-YEAR-SALES      PIC S9(11)V99.                   00001010
           05  SU-LATEST-YEAR-SALES    PIC S9(11)V99.                   00001020
           05  SU-ACTIVE-COUNT         PIC 9(5).                        00001030
           05  SU-CLOSED-COUNT         PIC 9(5).                        00001040
           05  SU-HOLD-COUNT           PIC 9(5).                        00001050
           05  FILLER                  PIC X(15).                       00001060
                                                                        00001070
       SD  SORTWK02                                                     00001080
           RECORD CONTAINS 120 CHARACTERS.                              00001090
       01  SUMMARY-SORT-RECORD.                                         00001100
           05  SX-REGION               PIC X(10).                       00001110
           05  SX-BRANCH-NUMBER        PIC 9(2).                        00001120
           05  SX-SALESREP-NUMBER      PIC 9(2).                        00001130
           05  FILLER                  PIC X(106).                      00001140
                                                                        00001150
       FD  SUMSRT                                                       00001160
           RECORDING MODE IS F                                          00001170
           LABEL RECORDS ARE STANDARD                                   00001180
           RECORD CONTAINS 120 CHARACTERS                               00001190
           BLOCK CONTAINS 120 CHARACTERS.                               00001200
       01  SUMMARY-RECORD.                                              00001210
           05  SR-REGION               PIC X(10).                       00001220
           05  SR-BRANCH-NUMBER        PIC 9(2).                        00001230
           05  SR-SALESREP-NUMBER      PIC 9(2).                        00001240
           05  SR-SALES-THIS-YTD       PIC S9(11)V99.                   00001250
           05  SR-SALES-LAST-YTD       PIC S9(11)V99.                   00001260
           05  SR-ANNUAL-QUOTA         PIC S9(9)V99.                    00001270
           05  SR-FORECAST-AMOUNT      PIC S9(11)V99.                   00001280
           05  SR-BASE-YEAR-SALES      PIC S9(11)V99.                   00001290
           05  SR-LATEST-YEAR-SALES    PIC S9(11)V99.                   00001300
           05  SR-ACTIVE-COUNT         PIC 9(5).                        00001310
           05  SR-CLOSED-COUNT         PIC 9(5).                        00001320
           05  SR-HOLD-COUNT           PIC 9(5).                        00001330
           05  FILLER                  PIC X(15).                       00001340
                                                                        00001350
       FD  BRANMAST                                                     00001360
           RECORDING MODE IS F                                          00001370
           LABEL RECORDS ARE STANDARD                                   00001380
           RECORD CONTAINS 40 CHARACTERS                                00001390
           BLOCK CONTAINS 40 CHARACTERS.                                00001400
       01  BRANCH-MASTER-RECORD.                                        00001410
           05  BM-BRANCH-NUMBER           PIC 9(2).                     00001420
           05  BM-BRANCH-NAME             PIC X(20).                    00001430
           05  BM-REGION                  PIC X(10).                    00001440
           05  FILLER                     PIC X(8).                     00001450
                                                                        00001460
       FD  REPMAST                                                      00001470
           RECORDING MODE IS F                                          00001480
           LABEL RECORDS ARE STANDARD                                   00001490
           RECORD CONTAINS 40 CHARACTERS                                00001500
           BLOCK CONTAINS 40 CHARACTERS.                                00001510
       01  REP-MASTER-RECORD.                                           00001520
           05  RM-BRANCH-NUMBER           PIC 9(2).                     00001530
           05  RM-SALESREP-NUMBER         PIC 9(2).                     00001540
           05  RM-SALESREP-NAME           PIC X(20).                    00001550
           05  RM-REGION                  PIC X(10).                    00001560
           05  FILLER                     PIC X(6).                     00001570
                                                                        00001580
       FD  EXECRPT                                                      00001590
           RECORDING MODE IS F                                          00001600
           LABEL RECORDS ARE STANDARD                                   00001610
           RECORD CONTAINS 160 CHARACTERS                               00001620
           BLOCK CONTAINS 160 CHARACTERS.                               00001630
       01  PRINT-AREA      PIC X(160).                                  00001640
                                                                        00001650
       FD  EXECCSV                                                      00001660
           RECORDING MODE IS F                                          00001670
           LABEL RECORDS ARE STANDARD                                   00001680
           RECORD CONTAINS 200 CHARACTERS                               00001690
           BLOCK CONTAINS 200 CHARACTERS.                               00001700
       01  CSV-RECORD      PIC X(200).                                  00001710
                                                                        00001720
       WORKING-STORAGE SECTION.                                         00001730
                                                                        00001740
       01  SWITCHES.                                                    00001750
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              00001760
           05  REPQUOTA-EOF-SWITCH     PIC X    VALUE "N".              00001770
           05  HSTSRT-EOF-SWITCH       PIC X    VALUE "N".              00001780
           05  SUMSRT-EOF-SWITCH       PIC X    VALUE "N".              00001790
           05  BRANMAST-EOF-SWITCH     PIC X    VALUE "N".              00001800
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".              00001810
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00001820
           05  FIRST-SUMMARY-SWITCH    PIC X    VALUE "Y".              00001830
           05  SUMMARY-FOUND-SWITCH    PIC X    VALUE "N".              00001840
                                                                        00001850
       01  BRANCH-TABLE-FIELDS.                                         00001860
           05  BRANCH-TABLE-COUNT      PIC 9(3)    VALUE ZERO.          00001870
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES.                      00001880
               10  BT-BRANCH-NUMBER    PIC 9(2).                        00001890
               10  BT-BRANCH-NAME      PIC X(20).                       00001900
               10  BT-REGION           PIC X(10).                       00001910
                                                                        00001920
       01  REP-TABLE-FIELDS.                                            00001930
           05  REP-TABLE-COUNT         PIC 9(3)    VALUE ZERO.          00001940
           05  REP-TABLE-ENTRY OCCURS 200 TIMES.                        00001950
               10  RT-BRANCH-NUMBER    PIC 9(2).                        00001960
               10  RT-SALESREP-NUMBER  PIC 9(2).                        00001970
               10  RT-SALESREP-NAME    PIC X(20).                       00001980
               10  RT-REGION           PIC X(10).                       00001990
                                                                        00002000
       01  LOOKUP-WORK-FIELDS.                                          00002010
           05  WS-LOOKUP-BRANCH-NUMBER     PIC 9(2).                    00002020
           05  WS-LOOKUP-SALESREP-NUMBER   PIC 9(2).                    00002030
           05  WS-LOOKED-UP-BRANCH-NAME    PIC X(20).                   00002040
           05  WS-LOOKED-UP-SALESREP-NAME  PIC X(20).                   00002050
           05  WS-LOOKED-UP-REGION         PIC X(10).                   00002060
           05  WS-BRANCH-FOUND-SWITCH      PIC X    VALUE "N".          00002070
           05  WS-REP-FOUND-SWITCH         PIC X    VALUE "N".          00002080
           05  WS-TABLE-SUBSCRIPT          PIC 9(3) VALUE ZERO.         00002090
                                                                        00002100
       01  REP-SUMMARY-TABLE.                                           00002110
           05  REP-SUMMARY-COUNT       PIC 9(3)    VALUE ZERO.          00002120
           05  REP-SUMMARY-ENTRY OCCURS 500 TIMES.                      00002130
               10  RS-BRANCH-NUMBER        PIC 9(2).                    00002140
               10  RS-SALESREP-NUMBER      PIC 9(2).                    00002150
               10  RS-SALES-THIS-YTD       PIC S9(11)V99.               00002160
               10  RS-SALES-LAST-YTD       PIC S9(11)V99.               00002170
               10  RS-ANNUAL-QUOTA         PIC S9(9)V99.                00002180
               10  RS-FORECAST-AMOUNT      PIC S9(11)V99.               00002190
               10  RS-BASE-YEAR-SALES      PIC S9(11)V99.               00002200
               10  RS-LATEST-YEAR-SALES    PIC S9(11)V99.               00002210
               10  RS-ACTIVE-COUNT         PIC 9(5).                    00002220
               10  RS-CLOSED-COUNT         PIC 9(5).                    00002230
               10  RS-HOLD-COUNT           PIC 9(5).                    00002240
                                                                        00002250
       01  SUMMARY-WORK-FIELDS.                                         00002260
           05  SUMMARY-SUBSCRIPT       PIC 9(3)    VALUE ZERO.          00002270
           05  FOUND-SUMMARY-SUBSCRIPT PIC 9(3)    VALUE ZERO.          00002280
           05  REP-SUBSCRIPT           PIC 9(3)    VALUE ZERO.          00002290
                                                                        00002300
       01  CUSTOMER-BREAK-FIELDS.                                       00002310
           05  PREV-BRANCH-NUMBER      PIC 9(2)  VALUE ZERO.            00002320
           05  PREV-SALESREP-NUMBER    PIC 9(2)  VALUE ZERO.            00002330
           05  PREV-CUSTOMER-NUMBER    PIC 9(5)  VALUE ZERO.            00002340
                                                                        00002350
       01  YEAR-HISTORY-TABLE.                                          00002360
           05  YEAR-HISTORY-COUNT      PIC 9     VALUE ZERO.            00002370
           05  YH-ENTRY OCCURS 5 TIMES.                                 00002380
               10  YH-YEAR             PIC 9(4).                        00002390
               10  YH-AMOUNT           PIC S9(7)V99.                    00002400
                                                                        00002410
       01  WS-YH-INDEX                 PIC 9.                           00002420
                                                                        00002430
       01  GROWTH-FIELDS.                                               00002440
           05  GROWTH-BASE-YEAR        PIC 9(4)         VALUE ZERO.     00002450
           05  GROWTH-LATEST-YEAR      PIC 9(4)         VALUE ZERO.     00002460
           05  CUSTOMER-BASE-SALES     PIC S9(7)V99     VALUE ZERO.     00002470
           05  CUSTOMER-LATEST-SALES   PIC S9(7)V99     VALUE ZERO.     00002480
                                                                        00002490
       01  REGRESSION-FIELDS.                                           00002500
           05  WS-SUM-X                PIC S9(5)        VALUE ZERO.     00002510
           05  WS-SUM-Y                PIC S9(9)V99     VALUE ZERO.     00002520
           05  WS-SUM-XY               PIC S9(13)V99    VALUE ZERO.     00002530
           05  WS-SUM-X2               PIC S9(9)        VALUE ZERO.     00002540
           05  WS-DENOMINATOR          PIC S9(11)       VALUE ZERO.     00002550
           05  WS-SLOPE-NUMERATOR      PIC S9(15)V99    VALUE ZERO.     00002560
           05  WS-SLOPE                PIC S9(9)V9(4)   VALUE ZERO.     00002570
           05  WS-INTERCEPT            PIC S9(11)V9(4)  VALUE ZERO.     00002580
           05  WS-FORECAST-YEAR        PIC 9(4)         VALUE ZERO.     00002590
           05  WS-FORECAST-AMOUNT      PIC S9(7)V99     VALUE ZERO.     00002600
           05  WS-REGRESSION-VALID-SWITCH PIC X         VALUE "N".      00002610
                                                                        00002620
       01  SUMMARY-BREAK-FIELDS.                                        00002630
           05  PREV-REGION             PIC X(10)    VALUE SPACE.        00002640
           05  PREV-SUMMARY-BRANCH     PIC 9(2)     VALUE ZERO.         00002650
           05  PREV-SUMMARY-SALESREP   PIC 9(2)     VALUE ZERO.         00002660
           05  LEVEL-SUB               PIC 9(1)     VALUE ZERO.         00002670
                                                                        00002680
       01  LEVEL-TOTAL-TABLE.                                           00002690
           05  LEVEL-TOTALS OCCURS 4 TIMES.                             00002700
               10  LT-SALES-THIS-YTD   PIC S9(11)V99.                   00002710
               10  LT-SALES-LAST-YTD   PIC S9(11)V99.                   00002720
               10  LT-ANNUAL-QUOTA     PIC S9(11)V99.                   00002730
               10  LT-FORECAST-AMOUNT  PIC S9(11)V99.                   00002740
               10  LT-BASE-YEAR-SALES  PIC S9(11)V99.                   00002750
               10  LT-LATEST-YEAR-SALES PIC S9(11)V99.                  00002760
               10  LT-ACTIVE-COUNT     PIC 9(6).                        00002770
               10  LT-CLOSED-COUNT     PIC 9(6).                        00002780
               10  LT-HOLD-COUNT       PIC 9(6).                        00002790
                                                                        00002800
       01  CALCULATED-FIELDS.                                           00002810
           05  CHANGE-AMOUNT           PIC S9(11)V99 VALUE ZERO.        00002820
           05  CHANGE-PERCENT-NUM      PIC S999V9    VALUE ZERO.        00002830
           05  VARIANCE-THIS           PIC S9(11)V99 VALUE ZERO.        00002840
           05  VARIANCE-LAST           PIC S9(11)V99 VALUE ZERO.        00002850
           05  YTD-CHANGE-PERCENT      PIC S999V9    VALUE ZERO.        00002860
           05  GROWTH-PERCENT          PIC S999V9    VALUE ZERO.        00002870
           05  ATTAINMENT-PERCENT      PIC S9(3)V99  VALUE ZERO.        00002880
                                                                        00002890
       01  CONTROL-TOTAL-FIELDS.                                        00002900
           05  CUSTOMERS-READ-COUNT    PIC 9(7)      VALUE ZERO.        00002910
           05  QUOTAS-READ-COUNT       PIC 9(7)      VALUE ZERO.        00002920
           05  HISTORY-READ-COUNT      PIC 9(7)      VALUE ZERO.        00002930
           05  HISTORY-CUSTOMER-COUNT  PIC 9(7)      VALUE ZERO.        00002940
           05  REPS-REPORTED-COUNT     PIC 9(7)      VALUE ZERO.        00002950
                                                                        00002960
       01  PRINT-FIELDS.                                                00002970
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00002980
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00002990
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00003000
                                                                        00003010
       01  CURRENT-DATE-AND-TIME.                                       00003020
           05  CD-YEAR         PIC 9999.                                00003030
           05  CD-MONTH        PIC 99.                                  00003040
           05  CD-DAY          PIC 99.                                  00003050
           05  CD-HOURS        PIC 99.                                  00003060
           05  CD-MINUTES      PIC 99.                                  00003070
           05  FILLER          PIC X(9).                                00003080
                                                                        00003090
       01  HEADING-LINE-1.                                              00003100
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00003110
           05  HL1-MONTH       PIC 9(2).                                00003120
           05  FILLER          PIC X(1)    VALUE "/".                   00003130
           05  HL1-DAY         PIC 9(2).                                00003140
           05  FILLER          PIC X(1)    VALUE "/".                   00003150
           05  HL1-YEAR        PIC 9(4).                                00003160
           05  FILLER          PIC X(16)   VALUE SPACE.                 00003170
           05  FILLER          PIC X(30)                                00003180
               VALUE "REGIONAL EXECUTIVE SUMMARY".                      00003190
           05  FILLER          PIC X(12)   VALUE "GROWTH YRS: ".        00003200
           05  HL1-BASE-YEAR   PIC 9(4).                                00003210
           05  FILLER          PIC X(1)    VALUE "-".                   00003220
           05  HL1-LATEST-YEAR PIC 9(4).                                00003230
           05  FILLER          PIC X(10)   VALUE SPACE.                 00003240
           05  FILLER          PIC X(8)    VALUE "PAGE: ".              00003250
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00003260
           05  FILLER          PIC X(54)   VALUE SPACE.                 00003270
                                                                        00003280
       01  HEADING-LINE-2.                                              00003290
           05  FILLER          PIC X(30)   VALUE " BR  RP  NAME".       00003300
           05  FILLER          PIC X(16)   VALUE "       THIS YTD ".    00003310
           05  FILLER          PIC X(16)   VALUE "       LAST YTD ".    00003320
           05  FILLER          PIC X(8)    VALUE "  VAR%  ".            00003330
           05  FILLER          PIC X(16)   VALUE "   ANNUAL QUOTA ".    00003340
           05  FILLER          PIC X(9)    VALUE "  ATTN%  ".           00003350
           05  FILLER          PIC X(16)   VALUE "   NEXT YR FCST ".    00003360
           05  FILLER          PIC X(8)    VALUE "5YR GR% ".            00003370
           05  FILLER          PIC X(8)    VALUE " ACTIVE ".            00003380
           05  FILLER          PIC X(8)    VALUE " CLOSED ".            00003390
           05  FILLER          PIC X(7)    VALUE "   HOLD".             00003400
           05  FILLER          PIC X(18)   VALUE SPACE.                 00003410
                                                                        00003420
       01  HEADING-LINE-3.                                              00003430
           05  FILLER          PIC X(160)  VALUE ALL "-".               00003440
                                                                        00003450
       01  REGION-HEADING-LINE.                                         00003460
           05  FILLER              PIC X(1)     VALUE SPACE.            00003470
           05  FILLER              PIC X(8)     VALUE "REGION: ".       00003480
           05  RHL-REGION          PIC X(10).                           00003490
           05  FILLER              PIC X(141)   VALUE SPACE.            00003500
                                                                        00003510
       01  SUMMARY-LINE.                                                00003520
           05  FILLER              PIC X(1)     VALUE SPACE.            00003530
           05  SL-BRANCH-NUMBER    PIC X(2).                            00003540
           05  FILLER              PIC X(2)     VALUE SPACE.            00003550
           05  SL-SALESREP-NUMBER  PIC X(2).                            00003560
           05  FILLER              PIC X(2)     VALUE SPACE.            00003570
           05  SL-DESCRIPTION      PIC X(20).                           00003580
           05  FILLER              PIC X(1)     VALUE SPACE.            00003590
           05  SL-SALES-THIS-YTD   PIC ZZZ,ZZZ,ZZ9.99-.                 00003600
           05  FILLER              PIC X(1)     VALUE SPACE.            00003610
           05  SL-SALES-LAST-YTD   PIC ZZZ,ZZZ,ZZ9.99-.                 00003620
           05  FILLER              PIC X(1)     VALUE SPACE.            00003630
           05  SL-CHANGE-PERCENT   PIC ZZ9.9-.                          00003640
           05  FILLER              PIC X(2)     VALUE SPACE.            00003650
           05  SL-ANNUAL-QUOTA     PIC ZZZ,ZZZ,ZZ9.99-.                 00003660
           05  FILLER              PIC X(1)     VALUE SPACE.            00003670
           05  SL-ATTAINMENT-PCT   PIC ZZ9.99-.                         00003680
           05  FILLER              PIC X(2)     VALUE SPACE.            00003690
           05  SL-FORECAST-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.                 00003700
           05  FILLER              PIC X(1)     VALUE SPACE.            00003710
           05  SL-GROWTH-PERCENT   PIC ZZ9.9-.                          00003720
           05  FILLER              PIC X(2)     VALUE SPACE.            00003730
           05  SL-ACTIVE-COUNT     PIC ZZZ,ZZ9.                         00003740
           05  FILLER              PIC X(1)     VALUE SPACE.            00003750
           05  SL-CLOSED-COUNT     PIC ZZZ,ZZ9.                         00003760
           05  FILLER              PIC X(1)     VALUE SPACE.            00003770
           05  SL-HOLD-COUNT       PIC ZZZ,ZZ9.                         00003780
           05  FILLER              PIC X(18)    VALUE SPACE.            00003790
                                                                        00003800
       01  CONTROL-TOTAL-LINE.                                          00003810
           05  FILLER              PIC X(3)     VALUE SPACE.            00003820
           05  CTL-LABEL           PIC X(30).                           00003830
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00003840
           05  FILLER              PIC X(120)   VALUE SPACE.            00003850
                                                                        00003860
       01  CSV-FIELDS.                                                  00003870
           05  CSV-LEVEL           PIC X(6).                            00003880
           05  CSV-REGION          PIC X(10).                           00003890
           05  CSV-BRANCH-NUMBER   PIC X(2).                            00003900
           05  CSV-SALESREP-NUMBER PIC X(2).                            00003910
           05  CSV-THIS-YTD        PIC -(11)9.99.                       00003920
           05  CSV-LAST-YTD        PIC -(11)9.99.                       00003930
           05  CSV-CHANGE-PCT      PIC -(3)9.9.                         00003940
           05  CSV-ANNUAL-QUOTA    PIC -(11)9.99.                       00003950
           05  CSV-ATTAINMENT-PCT  PIC -(3)9.99.                        00003960
           05  CSV-FORECAST        PIC -(11)9.99.                       00003970
           05  CSV-GROWTH-PCT      PIC -(3)9.9.                         00003980
           05  CSV-ACTIVE-COUNT    PIC Z(5)9.                           00003990
           05  CSV-CLOSED-COUNT    PIC Z(5)9.                           00004000
           05  CSV-HOLD-COUNT      PIC Z(5)9.                           00004010
                                                                        00004020
       PROCEDURE DIVISION.                                              00004030
                                                                        00004040
       000-PRODUCE-EXECUTIVE-SUMMARY.                                   00004050
                                                                        00004060
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00004070
           COMPUTE GROWTH-BASE-YEAR   = CD-YEAR - 5.                    00004080
           COMPUTE GROWTH-LATEST-YEAR = CD-YEAR - 1.                    00004090
           PERFORM 040-LOAD-BRANCH-TABLE.                               00004100
           PERFORM 045-LOAD-REP-TABLE.                                  00004110
           PERFORM 060-ADD-REP-MASTER-ENTRY                             00004120
               VARYING REP-SUBSCRIPT FROM 1 BY 1                        00004130
               UNTIL REP-SUBSCRIPT > REP-TABLE-COUNT.                   00004140
           OPEN INPUT CUSTMAST.                                         00004150
           PERFORM 100-ACCUMULATE-CUSTOMER                              00004160
               UNTIL CUSTMAST-EOF-SWITCH = "Y".                         00004170
           CLOSE CUSTMAST.                                              00004180
           OPEN INPUT REPQUOTA.                                         00004190
           PERFORM 150-ACCUMULATE-QUOTA                                 00004200
               UNTIL REPQUOTA-EOF-SWITCH = "Y".                         00004210
           CLOSE REPQUOTA.                                              00004220
           SORT SORTWK01                                                00004230
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00004240
                                SW-SALESREP-NUMBER                      00004250
                                SW-CUSTOMER-NUMBER                      00004260
                                SW-YEAR                                 00004270
               WITH DUPLICATES IN ORDER                                 00004280
               USING SALESHST                                           00004290
               GIVING HSTSRT.                                           00004300
           OPEN INPUT HSTSRT.                                           00004310
           PERFORM 200-PROCESS-HISTORY-RECORDS                          00004320
               UNTIL HSTSRT-EOF-SWITCH = "Y".                           00004330
           IF FIRST-RECORD-SWITCH = "N"                                 00004340
               PERFORM 250-POST-CUSTOMER-HISTORY.                       00004350
           CLOSE HSTSRT.                                                00004360
           OPEN OUTPUT SUMWRK.                                          00004370
           PERFORM 300-WRITE-SUMMARY-WORK                               00004380
               VARYING SUMMARY-SUBSCRIPT FROM 1 BY 1                    00004390
               UNTIL SUMMARY-SUBSCRIPT > REP-SUMMARY-COUNT.             00004400
           CLOSE SUMWRK.                                                00004410
           SORT SORTWK02                                                00004420
               ON ASCENDING KEY SX-REGION                               00004430
                                SX-BRANCH-NUMBER                        00004440
                                SX-SALESREP-NUMBER                      00004450
               USING SUMWRK                                             00004460
               GIVING SUMSRT.                                           00004470
           INITIALIZE LEVEL-TOTAL-TABLE.                                00004480
           OPEN INPUT  SUMSRT                                           00004490
                OUTPUT EXECRPT                                          00004500
                       EXECCSV.                                         00004510
           PERFORM 295-WRITE-CSV-HEADER.                                00004520
           PERFORM 400-PROCESS-SUMMARY-RECORD                           00004530
               UNTIL SUMSRT-EOF-SWITCH = "Y".                           00004540
           IF FIRST-SUMMARY-SWITCH = "N"                                00004550
               PERFORM 520-PRINT-BRANCH-TOTAL                           00004560
               PERFORM 530-PRINT-REGION-TOTAL                           00004570
           END-IF.                                                      00004580
           PERFORM 540-PRINT-GRAND-TOTAL.                               00004590
           PERFORM 700-PRINT-CONTROL-TOTALS.                            00004600
           CLOSE SUMSRT                                                 00004610
                 EXECRPT                                                00004620
                 EXECCSV.                                               00004630
           STOP RUN.                                                    00004640
                                                                        00004650
       040-LOAD-BRANCH-TABLE.                                           00004660
                                                                        00004670
           OPEN INPUT BRANMAST.                                         00004680
           PERFORM 041-READ-BRANCH-RECORD                               00004690
               UNTIL BRANMAST-EOF-SWITCH = "Y".                         00004700
           CLOSE BRANMAST.                                              00004710
                                                                        00004720
       041-READ-BRANCH-RECORD.                                          00004730
                                                                        00004740
           READ BRANMAST                                                00004750
               AT END                                                   00004760
                   MOVE "Y" TO BRANMAST-EOF-SWITCH                      00004770
               NOT AT END                                               00004780
                   ADD 1 TO BRANCH-TABLE-COUNT                          00004790
                   MOVE BM-BRANCH-NUMBER                                00004800
                       TO BT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)          00004810
                   MOVE BM-BRANCH-NAME                                  00004820
                       TO BT-BRANCH-NAME(BRANCH-TABLE-COUNT)            00004830
                   MOVE BM-REGION                                       00004840
                       TO BT-REGION(BRANCH-TABLE-COUNT)                 00004850
           END-READ.                                                    00004860
                                                                        00004870
       045-LOAD-REP-TABLE.                                              00004880
                                                                        00004890
           OPEN INPUT REPMAST.                                          00004900
           PERFORM 046-READ-REP-RECORD                                  00004910
               UNTIL REPMAST-EOF-SWITCH = "Y".                          00004920
           CLOSE REPMAST.                                               00004930
                                                                        00004940
       046-READ-REP-RECORD.                                             00004950
                                                                        00004960
           READ REPMAST                                                 00004970
               AT END                                                   00004980
                   MOVE "Y" TO REPMAST-EOF-SWITCH                       00004990
               NOT AT END                                               00005000
                   ADD 1 TO REP-TABLE-COUNT                             00005010
                   MOVE RM-BRANCH-NUMBER                                00005020
                       TO RT-BRANCH-NUMBER(REP-TABLE-COUNT)             00005030
                   MOVE RM-SALESREP-NUMBER                              00005040
                       TO RT-SALESREP-NUMBER(REP-TABLE-COUNT)           00005050
                   MOVE RM-SALESREP-NAME                                00005060
                       TO RT-SALESREP-NAME(REP-TABLE-COUNT)             00005070
                   MOVE RM-REGION                                       00005080
                       TO RT-REGION(REP-TABLE-COUNT)                    00005090
           END-READ.                                                    00005100
                                                                        00005110
       048-LOOKUP-BRANCH-NAME.                                          00005120
                                                                        00005130
           MOVE "UNKNOWN BRANCH " TO WS-LOOKED-UP-BRANCH-NAME.          00005140
           MOVE "UNKNOWN"         TO WS-LOOKED-UP-REGION.               00005150
           MOVE "N" TO WS-BRANCH-FOUND-SWITCH.                          00005160
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00005170
               UNTIL WS-TABLE-SUBSCRIPT > BRANCH-TABLE-COUNT            00005180
                  OR WS-BRANCH-FOUND-SWITCH = "Y"                       00005190
               IF BT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00005200
                   WS-LOOKUP-BRANCH-NUMBER                              00005210
                   MOVE BT-BRANCH-NAME(WS-TABLE-SUBSCRIPT)              00005220
                       TO WS-LOOKED-UP-BRANCH-NAME                      00005230
                   IF BT-REGION(WS-TABLE-SUBSCRIPT) NOT = SPACE         00005240
                       MOVE BT-REGION(WS-TABLE-SUBSCRIPT)               00005250
                           TO WS-LOOKED-UP-REGION                       00005260
                   END-IF                                               00005270
                   MOVE "Y" TO WS-BRANCH-FOUND-SWITCH                   00005280
               END-IF                                                   00005290
           END-PERFORM.                                                 00005300
                                                                        00005310
       049-LOOKUP-SALESREP-NAME.                                        00005320
                                                                        00005330
           MOVE "UNKNOWN REP    " TO WS-LOOKED-UP-SALESREP-NAME.        00005340
           MOVE "N" TO WS-REP-FOUND-SWITCH.                             00005350
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00005360
               UNTIL WS-TABLE-SUBSCRIPT > REP-TABLE-COUNT               00005370
                  OR WS-REP-FOUND-SWITCH = "Y"                          00005380
               IF RT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00005390
                   WS-LOOKUP-BRANCH-NUMBER                              00005400
                  AND RT-SALESREP-NUMBER(WS-TABLE-SUBSCRIPT) =          00005410
                   WS-LOOKUP-SALESREP-NUMBER                            00005420
                   MOVE RT-SALESREP-NAME(WS-TABLE-SUBSCRIPT)            00005430
                       TO WS-LOOKED-UP-SALESREP-NAME                    00005440
                   MOVE "Y" TO WS-REP-FOUND-SWITCH                      00005450
               END-IF                                                   00005460
           END-PERFORM.                                                 00005470
                                                                        00005480
       060-ADD-REP-MASTER-ENTRY.                                        00005490
                                                                        00005500
           MOVE RT-BRANCH-NUMBER(REP-SUBSCRIPT)                         00005510
               TO WS-LOOKUP-BRANCH-NUMBER.                              00005520
           MOVE RT-SALESREP-NUMBER(REP-SUBSCRIPT)                       00005530
               TO WS-LOOKUP-SALESREP-NUMBER.                            00005540
           PERFORM 080-FIND-SUMMARY-ENTRY.                              00005550
                                                                        00005560
       080-FIND-SUMMARY-ENTRY.                                          00005570
                                                                        00005580
           MOVE "N" TO SUMMARY-FOUND-SWITCH.                            00005590
           PERFORM VARYING SUMMARY-SUBSCRIPT FROM 1 BY 1                00005600
               UNTIL SUMMARY-SUBSCRIPT > REP-SUMMARY-COUNT              00005610
                  OR SUMMARY-FOUND-SWITCH = "Y"                         00005620
               IF RS-BRANCH-NUMBER(SUMMARY-SUBSCRIPT) =                 00005630
                   WS-LOOKUP-BRANCH-NUMBER                              00005640
                  AND RS-SALESREP-NUMBER(SUMMARY-SUBSCRIPT) =           00005650
                   WS-LOOKUP-SALESREP-NUMBER                            00005660
                   MOVE SUMMARY-SUBSCRIPT TO FOUND-SUMMARY-SUBSCRIPT    00005670
                   MOVE "Y" TO SUMMARY-FOUND-SWITCH                     00005680
               END-IF                                                   00005690
           END-PERFORM.                                                 00005700
           IF SUMMARY-FOUND-SWITCH = "N"                                00005710
               IF REP-SUMMARY-COUNT NOT < 500                           00005720
                   DISPLAY "RPT2320: MORE THAN 500 BRANCH/REP KEYS"     00005730
                   DISPLAY "RPT2320: EXECUTIVE SUMMARY CANCELLED"       00005740
                   MOVE 8 TO RETURN-CODE                                00005750
                   STOP RUN                                             00005760
               END-IF                                                   00005770
               ADD 1 TO REP-SUMMARY-COUNT                               00005780
               MOVE REP-SUMMARY-COUNT TO FOUND-SUMMARY-SUBSCRIPT        00005790
               INITIALIZE REP-SUMMARY-ENTRY(FOUND-SUMMARY-SUBSCRIPT)    00005800
               MOVE WS-LOOKUP-BRANCH-NUMBER                             00005810
                   TO RS-BRANCH-NUMBER(FOUND-SUMMARY-SUBSCRIPT)         00005820
               MOVE WS-LOOKUP-SALESREP-NUMBER                           00005830
                   TO RS-SALESREP-NUMBER(FOUND-SUMMARY-SUBSCRIPT)       00005840
           END-IF.                                                      00005850
                                                                        00005860
       100-ACCUMULATE-CUSTOMER.                                         00005870
                                                                        00005880
           READ CUSTMAST                                                00005890
               AT END                                                   00005900
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      00005910
               NOT AT END                                               00005920
                   ADD 1 TO CUSTOMERS-READ-COUNT                        00005930
                   PERFORM 110-ADD-CUSTOMER-TO-SUMMARY                  00005940
           END-READ.                                                    00005950
                                                                        00005960
       110-ADD-CUSTOMER-TO-SUMMARY.                                     00005970
                                                                        00005980
           MOVE CM-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.          00005990
           MOVE CM-SALESREP-NUMBER TO WS-LOOKUP-SALESREP-NUMBER.        00006000
           PERFORM 080-FIND-SUMMARY-ENTRY.                              00006010
           ADD CM-SALES-THIS-YTD                                        00006020
               TO RS-SALES-THIS-YTD(FOUND-SUMMARY-SUBSCRIPT).           00006030
           ADD CM-SALES-LAST-YTD                                        00006040
               TO RS-SALES-LAST-YTD(FOUND-SUMMARY-SUBSCRIPT).           00006050
           IF CM-STATUS-CLOSED                                          00006060
               ADD 1 TO RS-CLOSED-COUNT(FOUND-SUMMARY-SUBSCRIPT)        00006070
           ELSE                                                         00006080
               IF CM-STATUS-CREDIT-HOLD                                 00006090
                   ADD 1 TO RS-HOLD-COUNT(FOUND-SUMMARY-SUBSCRIPT)      00006100
               ELSE                                                     00006110
                   ADD 1 TO RS-ACTIVE-COUNT(FOUND-SUMMARY-SUBSCRIPT).   00006120
                                                                        00006130
       150-ACCUMULATE-QUOTA.                                            00006140
                                                                        00006150
           READ REPQUOTA                                                00006160
               AT END                                                   00006170
                   MOVE "Y" TO REPQUOTA-EOF-SWITCH                      00006180
               NOT AT END                                               00006190
                   ADD 1 TO QUOTAS-READ-COUNT                           00006200
                   MOVE QM-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER   00006210
                   MOVE QM-SALESREP-NUMBER TO WS-LOOKUP-SALESREP-NUMBER 00006220
                   PERFORM 080-FIND-SUMMARY-ENTRY                       00006230
                   ADD QM-ANNUAL-QUOTA                                  00006240
                       TO RS-ANNUAL-QUOTA(FOUND-SUMMARY-SUBSCRIPT)      00006250
           END-READ.                                                    00006260
                                                                        00006270
       200-PROCESS-HISTORY-RECORDS.                                     00006280
                                                                        00006290
           PERFORM 210-READ-HISTORY-RECORD.                             00006300
           IF HSTSRT-EOF-SWITCH = "N"                                   00006310
               PERFORM 225-CHECK-CUSTOMER-BREAK                         00006320
               PERFORM 240-ACCUMULATE-YEAR-ENTRY.                       00006330
                                                                        00006340
       210-READ-HISTORY-RECORD.                                         00006350
                                                                        00006360
           READ HSTSRT                                                  00006370
               AT END                                                   00006380
                   MOVE "Y" TO HSTSRT-EOF-SWITCH                        00006390
               NOT AT END                                               00006400
                   ADD 1 TO HISTORY-READ-COUNT.                         00006410
                                                                        00006420
       225-CHECK-CUSTOMER-BREAK.                                        00006430
                                                                        00006440
           IF FIRST-RECORD-SWITCH = "Y"                                 00006450
               MOVE "N" TO FIRST-RECORD-SWITCH                          00006460
           ELSE                                                         00006470
               IF SH-BRANCH-NUMBER   NOT = PREV-BRANCH-NUMBER           00006480
                  OR SH-SALESREP-NUMBER NOT = PREV-SALESREP-NUMBER      00006490
                  OR SH-CUSTOMER-NUMBER NOT = PREV-CUSTOMER-NUMBER      00006500
                   PERFORM 250-POST-CUSTOMER-HISTORY.                   00006510
           MOVE SH-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER.               00006520
           MOVE SH-SALESREP-NUMBER TO PREV-SALESREP-NUMBER.             00006530
           MOVE SH-CUSTOMER-NUMBER TO PREV-CUSTOMER-NUMBER.             00006540
                                                                        00006550
       240-ACCUMULATE-YEAR-ENTRY.                                       00006560
                                                                        00006570
           IF SH-YEAR = GROWTH-BASE-YEAR                                00006580
               MOVE SH-SALES-AMOUNT TO CUSTOMER-BASE-SALES.             00006590
           IF SH-YEAR = GROWTH-LATEST-YEAR                              00006600
               MOVE SH-SALES-AMOUNT TO CUSTOMER-LATEST-SALES.           00006610
           IF YEAR-HISTORY-COUNT > ZERO                                 00006620
              AND SH-YEAR = YH-YEAR(YEAR-HISTORY-COUNT)                 00006630
               MOVE SH-SALES-AMOUNT TO                                  00006640
                   YH-AMOUNT(YEAR-HISTORY-COUNT)                        00006650
           ELSE                                                         00006660
               IF YEAR-HISTORY-COUNT < 5                                00006670
                   ADD 1 TO YEAR-HISTORY-COUNT                          00006680
                   MOVE SH-YEAR         TO YH-YEAR(YEAR-HISTORY-COUNT)  00006690
                   MOVE SH-SALES-AMOUNT TO                              00006700
                       YH-AMOUNT(YEAR-HISTORY-COUNT)                    00006710
               ELSE                                                     00006720
                   PERFORM 245-SHIFT-HISTORY-TABLE                      00006730
                   MOVE SH-YEAR         TO YH-YEAR(5)                   00006740
                   MOVE SH-SALES-AMOUNT TO YH-AMOUNT(5)                 00006750
               END-IF                                                   00006760
           END-IF.                                                      00006770
                                                                        00006780
       245-SHIFT-HISTORY-TABLE.                                         00006790
                                                                        00006800
           PERFORM VARYING WS-YH-INDEX FROM 1 BY 1                      00006810
               UNTIL WS-YH-INDEX > 4                                    00006820
               MOVE YH-YEAR(WS-YH-INDEX + 1)                            00006830
                   TO YH-YEAR(WS-YH-INDEX)                              00006840
               MOVE YH-AMOUNT(WS-YH-INDEX + 1)                          00006850
                   TO YH-AMOUNT(WS-YH-INDEX)                            00006860
           END-PERFORM.                                                 00006870
                                                                        00006880
       250-POST-CUSTOMER-HISTORY.                                       00006890
                                                                        00006900
           ADD 1 TO HISTORY-CUSTOMER-COUNT.                             00006910
           PERFORM 260-CALCULATE-FORECAST.                              00006920
           MOVE PREV-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.        00006930
           MOVE PREV-SALESREP-NUMBER TO WS-LOOKUP-SALESREP-NUMBER.      00006940
           PERFORM 080-FIND-SUMMARY-ENTRY.                              00006950
           ADD WS-FORECAST-AMOUNT                                       00006960
               TO RS-FORECAST-AMOUNT(FOUND-SUMMARY-SUBSCRIPT).          00006970
           ADD CUSTOMER-BASE-SALES                                      00006980
               TO RS-BASE-YEAR-SALES(FOUND-SUMMARY-SUBSCRIPT).          00006990
           ADD CUSTOMER-LATEST-SALES                                    00007000
               TO RS-LATEST-YEAR-SALES(FOUND-SUMMARY-SUBSCRIPT).        00007010
           MOVE ZERO TO YEAR-HISTORY-COUNT.                             00007020
           MOVE ZERO TO CUSTOMER-BASE-SALES.                            00007030
           MOVE ZERO TO CUSTOMER-LATEST-SALES.                          00007040
                                                                        00007050
       260-CALCULATE-FORECAST.                                          00007060
                                                                        00007070
           MOVE ZERO TO WS-SUM-X WS-SUM-Y WS-SUM-XY WS-SUM-X2.          00007080
           MOVE ZERO TO WS-SLOPE WS-INTERCEPT.                          00007090
           MOVE "N" TO WS-REGRESSION-VALID-SWITCH.                      00007100
           PERFORM 270-ACCUMULATE-REGRESSION-SUMS                       00007110
               VARYING WS-YH-INDEX FROM 1 BY 1                          00007120
               UNTIL WS-YH-INDEX > YEAR-HISTORY-COUNT.                  00007130
           MOVE YH-YEAR(YEAR-HISTORY-COUNT) TO WS-FORECAST-YEAR.        00007140
           ADD 1 TO WS-FORECAST-YEAR.                                   00007150
           IF YEAR-HISTORY-COUNT < 2                                    00007160
               MOVE YH-AMOUNT(YEAR-HISTORY-COUNT)                       00007170
                   TO WS-FORECAST-AMOUNT                                00007180
           ELSE                                                         00007190
               COMPUTE WS-DENOMINATOR =                                 00007200
                   (YEAR-HISTORY-COUNT * WS-SUM-X2)                     00007210
                   - (WS-SUM-X * WS-SUM-X)                              00007220
                   ON SIZE ERROR                                        00007230
                       MOVE ZERO TO WS-DENOMINATOR                      00007240
               END-COMPUTE                                              00007250
               IF WS-DENOMINATOR = ZERO                                 00007260
                   MOVE YH-AMOUNT(YEAR-HISTORY-COUNT)                   00007270
                       TO WS-FORECAST-AMOUNT                            00007280
               ELSE                                                     00007290
                   COMPUTE WS-SLOPE-NUMERATOR =                         00007300
                       (YEAR-HISTORY-COUNT * WS-SUM-XY)                 00007310
                       - (WS-SUM-X * WS-SUM-Y)                          00007320
                       ON SIZE ERROR                                    00007330
                           MOVE ZERO TO WS-SLOPE-NUMERATOR              00007340
                   END-COMPUTE                                          00007350
                   COMPUTE WS-SLOPE ROUNDED =                           00007360
                       WS-SLOPE-NUMERATOR / WS-DENOMINATOR              00007370
                       ON SIZE ERROR                                    00007380
                           MOVE ZERO TO WS-SLOPE                        00007390
                   END-COMPUTE                                          00007400
                   COMPUTE WS-INTERCEPT ROUNDED =                       00007410
                       (WS-SUM-Y - (WS-SLOPE * WS-SUM-X))               00007420
                       / YEAR-HISTORY-COUNT                             00007430
                       ON SIZE ERROR                                    00007440
                           MOVE ZERO TO WS-INTERCEPT                    00007450
                   END-COMPUTE                                          00007460
                   COMPUTE WS-FORECAST-AMOUNT ROUNDED =                 00007470
                       (WS-SLOPE * WS-FORECAST-YEAR) + WS-INTERCEPT     00007480
                       ON SIZE ERROR                                    00007490
                           MOVE YH-AMOUNT(YEAR-HISTORY-COUNT)           00007500
                               TO WS-FORECAST-AMOUNT                    00007510
                   END-COMPUTE                                          00007520
               END-IF                                                   00007530
           END-IF.                                                      00007540
                                                                        00007550
       270-ACCUMULATE-REGRESSION-SUMS.                                  00007560
                                                                        00007570
           ADD YH-YEAR(WS-YH-INDEX)   TO WS-SUM-X.                      00007580
           ADD YH-AMOUNT(WS-YH-INDEX) TO WS-SUM-Y.                      00007590
           COMPUTE WS-SUM-XY = WS-SUM-XY +                              00007600
               (YH-YEAR(WS-YH-INDEX) * YH-AMOUNT(WS-YH-INDEX)).         00007610
           COMPUTE WS-SUM-X2 = WS-SUM-X2 +                              00007620
               (YH-YEAR(WS-YH-INDEX) * YH-YEAR(WS-YH-INDEX)).           00007630
                                                                        00007640
       295-WRITE-CSV-HEADER.                                            00007650
                                                                        00007660
           MOVE SPACES TO CSV-RECORD.                                   00007670
           MOVE "LEVEL,REGION,BRANCH,SALESREP,NAME,THIS YTD,LAST YTD,"  00007680
               & "CHANGE PERCENT,ANNUAL QUOTA,ATTAINMENT PERCENT,"      00007690
               & "NEXT YEAR FORECAST,FIVE YEAR GROWTH PERCENT,"         00007700
               & "ACTIVE,CLOSED,CREDIT HOLD"                            00007710
               TO CSV-RECORD.                                           00007720
           WRITE CSV-RECORD.                                            00007730
                                                                        00007740
       300-WRITE-SUMMARY-WORK.                                          00007750
                                                                        00007760
           MOVE RS-BRANCH-NUMBER(SUMMARY-SUBSCRIPT)                     00007770
               TO WS-LOOKUP-BRANCH-NUMBER.                              00007780
           PERFORM 048-LOOKUP-BRANCH-NAME.                              00007790
           MOVE SPACES TO SUMMARY-WORK-RECORD.                          00007800
           MOVE WS-LOOKED-UP-REGION TO SU-REGION.                       00007810
           MOVE RS-BRANCH-NUMBER(SUMMARY-SUBSCRIPT)                     00007820
               TO SU-BRANCH-NUMBER.                                     00007830
           MOVE RS-SALESREP-NUMBER(SUMMARY-SUBSCRIPT)                   00007840
               TO SU-SALESREP-NUMBER.                                   00007850
           MOVE RS-SALES-THIS-YTD(SUMMARY-SUBSCRIPT)                    00007860
               TO SU-SALES-THIS-YTD.                                    00007870
           MOVE RS-SALES-LAST-YTD(SUMMARY-SUBSCRIPT)                    00007880
               TO SU-SALES-LAST-YTD.                                    00007890
           MOVE RS-ANNUAL-QUOTA(SUMMARY-SUBSCRIPT)                      00007900
               TO SU-ANNUAL-QUOTA.                                      00007910
           MOVE RS-FORECAST-AMOUNT(SUMMARY-SUBSCRIPT)                   00007920
               TO SU-FORECAST-AMOUNT.                                   00007930
           MOVE RS-BASE-YEAR-SALES(SUMMARY-SUBSCRIPT)                   00007940
               TO SU-BASE-YEAR-SALES.                                   00007950
           MOVE RS-LATEST-YEAR-SALES(SUMMARY-SUBSCRIPT)                 00007960
               TO SU-LATEST-YEAR-SALES.                                 00007970
           MOVE RS-ACTIVE-COUNT(SUMMARY-SUBSCRIPT)                      00007980
               TO SU-ACTIVE-COUNT.                                      00007990
           MOVE RS-CLOSED-COUNT(SUMMARY-SUBSCRIPT)                      00008000
               TO SU-CLOSED-COUNT.                                      00008010
           MOVE RS-HOLD-COUNT(SUMMARY-SUBSCRIPT)                        00008020
               TO SU-HOLD-COUNT.                                        00008030
           WRITE SUMMARY-WORK-RECORD.                                   00008040
                                                                        00008050
       400-PROCESS-SUMMARY-RECORD.                                      00008060
                                                                        00008070
           READ SUMSRT                                                  00008080
               AT END                                                   00008090
                   MOVE "Y" TO SUMSRT-EOF-SWITCH                        00008100
               NOT AT END                                               00008110
                   PERFORM 410-CHECK-SUMMARY-BREAKS                     00008120
                   PERFORM 420-ADD-TO-LEVEL-TOTALS                      00008130
                       VARYING LEVEL-SUB FROM 1 BY 1                    00008140
                       UNTIL LEVEL-SUB > 4                              00008150
                   PERFORM 510-PRINT-REP-LINE                           00008160
           END-READ.                                                    00008170
                                                                        00008180
       410-CHECK-SUMMARY-BREAKS.                                        00008190
                                                                        00008200
           IF FIRST-SUMMARY-SWITCH = "Y"                                00008210
               MOVE "N" TO FIRST-SUMMARY-SWITCH                         00008220
               MOVE SR-REGION TO PREV-REGION                            00008230
               PERFORM 500-PRINT-REGION-HEADING                         00008240
           ELSE                                                         00008250
               IF SR-REGION NOT = PREV-REGION                           00008260
                   PERFORM 520-PRINT-BRANCH-TOTAL                       00008270
                   PERFORM 530-PRINT-REGION-TOTAL                       00008280
                   MOVE SR-REGION TO PREV-REGION                        00008290
                   PERFORM 500-PRINT-REGION-HEADING                     00008300
               ELSE                                                     00008310
                   IF SR-BRANCH-NUMBER NOT = PREV-SUMMARY-BRANCH        00008320
                       PERFORM 520-PRINT-BRANCH-TOTAL                   00008330
                   END-IF                                               00008340
               END-IF                                                   00008350
           END-IF.                                                      00008360
           MOVE SR-BRANCH-NUMBER   TO PREV-SUMMARY-BRANCH.              00008370
           MOVE SR-SALESREP-NUMBER TO PREV-SUMMARY-SALESREP.            00008380
                                                                        00008390
       420-ADD-TO-LEVEL-TOTALS.                                         00008400
                                                                        00008410
           ADD SR-SALES-THIS-YTD    TO LT-SALES-THIS-YTD(LEVEL-SUB).    00008420
           ADD SR-SALES-LAST-YTD    TO LT-SALES-LAST-YTD(LEVEL-SUB).    00008430
           ADD SR-ANNUAL-QUOTA      TO LT-ANNUAL-QUOTA(LEVEL-SUB).      00008440
           ADD SR-FORECAST-AMOUNT   TO LT-FORECAST-AMOUNT(LEVEL-SUB).   00008450
           ADD SR-BASE-YEAR-SALES   TO LT-BASE-YEAR-SALES(LEVEL-SUB).   00008460
           ADD SR-LATEST-YEAR-SALES                                     00008470
               TO LT-LATEST-YEAR-SALES(LEVEL-SUB).                      00008480
           ADD SR-ACTIVE-COUNT      TO LT-ACTIVE-COUNT(LEVEL-SUB).      00008490
           ADD SR-CLOSED-COUNT      TO LT-CLOSED-COUNT(LEVEL-SUB).      00008500
           ADD SR-HOLD-COUNT        TO LT-HOLD-COUNT(LEVEL-SUB).        00008510
                                                                        00008520
       450-PRINT-HEADING-LINES.                                         00008530
                                                                        00008540
           ADD 1 TO PAGE-COUNT.                                         00008550
           MOVE PAGE-COUNT         TO HL1-PAGE-NUMBER.                  00008560
           MOVE CD-MONTH           TO HL1-MONTH.                        00008570
           MOVE CD-DAY             TO HL1-DAY.                          00008580
           MOVE CD-YEAR            TO HL1-YEAR.                         00008590
           MOVE GROWTH-BASE-YEAR   TO HL1-BASE-YEAR.                    00008600
           MOVE GROWTH-LATEST-YEAR TO HL1-LATEST-YEAR.                  00008610
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00008620
           WRITE PRINT-AREA.                                            00008630
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00008640
           WRITE PRINT-AREA.                                            00008650
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00008660
           WRITE PRINT-AREA.                                            00008670
           MOVE ZERO TO LINE-COUNT.                                     00008680
                                                                        00008690
       500-PRINT-REGION-HEADING.                                        00008700
                                                                        00008710
           IF LINE-COUNT + 3 >= LINES-ON-PAGE                           00008720
               PERFORM 450-PRINT-HEADING-LINES.                         00008730
           MOVE PREV-REGION TO RHL-REGION.                              00008740
           MOVE REGION-HEADING-LINE TO PRINT-AREA.                      00008750
           WRITE PRINT-AREA.                                            00008760
           ADD 1 TO LINE-COUNT.                                         00008770
                                                                        00008780
       510-PRINT-REP-LINE.                                              00008790
                                                                        00008800
           MOVE SR-BRANCH-NUMBER   TO SL-BRANCH-NUMBER                  00008810
                                      CSV-BRANCH-NUMBER.                00008820
           MOVE SR-SALESREP-NUMBER TO SL-SALESREP-NUMBER                00008830
                                      CSV-SALESREP-NUMBER.              00008840
           MOVE SR-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.          00008850
           MOVE SR-SALESREP-NUMBER TO WS-LOOKUP-SALESREP-NUMBER.        00008860
           PERFORM 049-LOOKUP-SALESREP-NAME.                            00008870
           MOVE WS-LOOKED-UP-SALESREP-NAME TO SL-DESCRIPTION.           00008880
           MOVE "REP"     TO CSV-LEVEL.                                 00008890
           MOVE PREV-REGION TO CSV-REGION.                              00008900
           MOVE 1 TO LEVEL-SUB.                                         00008910
           ADD 1 TO REPS-REPORTED-COUNT.                                00008920
           PERFORM 550-PRINT-SUMMARY-LINE.                              00008930
                                                                        00008940
       520-PRINT-BRANCH-TOTAL.                                          00008950
                                                                        00008960
           MOVE PREV-SUMMARY-BRANCH TO SL-BRANCH-NUMBER                 00008970
                                       CSV-BRANCH-NUMBER.               00008980
           MOVE SPACE               TO SL-SALESREP-NUMBER               00008990
                                       CSV-SALESREP-NUMBER.             00009000
           MOVE PREV-SUMMARY-BRANCH TO WS-LOOKUP-BRANCH-NUMBER.         00009010
           PERFORM 048-LOOKUP-BRANCH-NAME.                              00009020
           MOVE WS-LOOKED-UP-BRANCH-NAME TO SL-DESCRIPTION.             00009030
           MOVE "BRANCH"  TO CSV-LEVEL.                                 00009040
           MOVE PREV-REGION TO CSV-REGION.                              00009050
           MOVE 2 TO LEVEL-SUB.                                         00009060
           PERFORM 550-PRINT-SUMMARY-LINE.                              00009070
           MOVE SPACES TO PRINT-AREA.                                   00009080
           WRITE PRINT-AREA.                                            00009090
           ADD 1 TO LINE-COUNT.                                         00009100
                                                                        00009110
       530-PRINT-REGION-TOTAL.                                          00009120
                                                                        00009130
           MOVE SPACE TO SL-BRANCH-NUMBER                               00009140
                         CSV-BRANCH-NUMBER.                             00009150
           MOVE SPACE TO SL-SALESREP-NUMBER                             00009160
                         CSV-SALESREP-NUMBER.                           00009170
           MOVE SPACES TO SL-DESCRIPTION.                               00009180
           STRING "REGION " DELIMITED BY SIZE                           00009190
                  PREV-REGION DELIMITED BY SIZE                         00009200
               INTO SL-DESCRIPTION.                                     00009210
           MOVE "REGION"  TO CSV-LEVEL.                                 00009220
           MOVE PREV-REGION TO CSV-REGION.                              00009230
           MOVE 3 TO LEVEL-SUB.                                         00009240
           PERFORM 550-PRINT-SUMMARY-LINE.                              00009250
           MOVE SPACES TO PRINT-AREA.                                   00009260
           WRITE PRINT-AREA.                                            00009270
           ADD 1 TO LINE-COUNT.                                         00009280
                                                                        00009290
       540-PRINT-GRAND-TOTAL.                                           00009300
                                                                        00009310
           MOVE SPACE TO SL-BRANCH-NUMBER                               00009320
                         CSV-BRANCH-NUMBER.                             00009330
           MOVE SPACE TO SL-SALESREP-NUMBER                             00009340
                         CSV-SALESREP-NUMBER.                           00009350
           MOVE "GRAND TOTAL" TO SL-DESCRIPTION.                        00009360
           MOVE "TOTAL"   TO CSV-LEVEL.                                 00009370
           MOVE SPACE     TO CSV-REGION.                                00009380
           MOVE 4 TO LEVEL-SUB.                                         00009390
           PERFORM 550-PRINT-SUMMARY-LINE.                              00009400
                                                                        00009410
       550-PRINT-SUMMARY-LINE.                                          00009420
                                                                        00009430
           IF LINE-COUNT >= LINES-ON-PAGE                               00009440
               PERFORM 450-PRINT-HEADING-LINES.                         00009450
           MOVE LT-SALES-THIS-YTD(LEVEL-SUB) TO SL-SALES-THIS-YTD       00009460
                                                VARIANCE-THIS.          00009470
           MOVE LT-SALES-LAST-YTD(LEVEL-SUB) TO SL-SALES-LAST-YTD       00009480
                                                VARIANCE-LAST.          00009490
           PERFORM 560-COMPUTE-CHANGE-PERCENT.                          00009500
           MOVE CHANGE-PERCENT-NUM TO SL-CHANGE-PERCENT                 00009510
                                      YTD-CHANGE-PERCENT.               00009520
           MOVE LT-ANNUAL-QUOTA(LEVEL-SUB) TO SL-ANNUAL-QUOTA.          00009530
           IF LT-ANNUAL-QUOTA(LEVEL-SUB) = ZERO                         00009540
               MOVE ZERO TO ATTAINMENT-PERCENT                          00009550
           ELSE                                                         00009560
               COMPUTE ATTAINMENT-PERCENT ROUNDED =                     00009570
                   LT-SALES-THIS-YTD(LEVEL-SUB) * 100                   00009580
                   / LT-ANNUAL-QUOTA(LEVEL-SUB)                         00009590
                   ON SIZE ERROR                                        00009600
                       MOVE 999.99 TO ATTAINMENT-PERCENT                00009610
               END-COMPUTE                                              00009620
           END-IF.                                                      00009630
           MOVE ATTAINMENT-PERCENT TO SL-ATTAINMENT-PCT.                00009640
           MOVE LT-FORECAST-AMOUNT(LEVEL-SUB) TO SL-FORECAST-AMOUNT.    00009650
           MOVE LT-LATEST-YEAR-SALES(LEVEL-SUB) TO VARIANCE-THIS.       00009660
           MOVE LT-BASE-YEAR-SALES(LEVEL-SUB)   TO VARIANCE-LAST.       00009670
           PERFORM 560-COMPUTE-CHANGE-PERCENT.                          00009680
           MOVE CHANGE-PERCENT-NUM TO SL-GROWTH-PERCENT                 00009690
                                      GROWTH-PERCENT.                   00009700
           MOVE LT-ACTIVE-COUNT(LEVEL-SUB) TO SL-ACTIVE-COUNT.          00009710
           MOVE LT-CLOSED-COUNT(LEVEL-SUB) TO SL-CLOSED-COUNT.          00009720
           MOVE LT-HOLD-COUNT(LEVEL-SUB)   TO SL-HOLD-COUNT.            00009730
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00009740
           WRITE PRINT-AREA.                                            00009750
           ADD 1 TO LINE-COUNT.                                         00009760
           PERFORM 600-WRITE-CSV-LINE.                                  00009770
           INITIALIZE LEVEL-TOTALS(LEVEL-SUB).                          00009780
                                                                        00009790
       560-COMPUTE-CHANGE-PERCENT.                                      00009800
                                                                        00009810
           COMPUTE CHANGE-AMOUNT = VARIANCE-THIS - VARIANCE-LAST.       00009820
           IF VARIANCE-LAST = ZERO                                      00009830
               MOVE 999.9 TO CHANGE-PERCENT-NUM                         00009840
           ELSE                                                         00009850
               COMPUTE CHANGE-PERCENT-NUM ROUNDED =                     00009860
                   CHANGE-AMOUNT * 100 / VARIANCE-LAST                  00009870
                   ON SIZE ERROR                                        00009880
                       MOVE 999.9 TO CHANGE-PERCENT-NUM.                00009890
                                                                        00009900
       600-WRITE-CSV-LINE.                                              00009910
                                                                        00009920
           MOVE LT-SALES-THIS-YTD(LEVEL-SUB)  TO CSV-THIS-YTD.          00009930
           MOVE LT-SALES-LAST-YTD(LEVEL-SUB)  TO CSV-LAST-YTD.          00009940
           MOVE YTD-CHANGE-PERCENT            TO CSV-CHANGE-PCT.        00009950
           MOVE LT-ANNUAL-QUOTA(LEVEL-SUB)    TO CSV-ANNUAL-QUOTA.      00009960
           MOVE ATTAINMENT-PERCENT            TO CSV-ATTAINMENT-PCT.    00009970
           MOVE LT-FORECAST-AMOUNT(LEVEL-SUB) TO CSV-FORECAST.          00009980
           MOVE GROWTH-PERCENT                TO CSV-GROWTH-PCT.        00009990
           MOVE LT-ACTIVE-COUNT(LEVEL-SUB)    TO CSV-ACTIVE-COUNT.      00010000
           MOVE LT-CLOSED-COUNT(LEVEL-SUB)    TO CSV-CLOSED-COUNT.      00010010
           MOVE LT-HOLD-COUNT(LEVEL-SUB)      TO CSV-HOLD-COUNT.        00010020
           MOVE SPACES TO CSV-RECORD.                                   00010030
           STRING CSV-LEVEL                 DELIMITED BY SPACE          00010040
                  ","                       DELIMITED BY SIZE           00010050
                  '"'                       DELIMITED BY SIZE           00010060
                  FUNCTION TRIM(CSV-REGION) DELIMITED BY SIZE           00010070
                  '"'                       DELIMITED BY SIZE           00010080
                  ","                       DELIMITED BY SIZE           00010090
                  CSV-BRANCH-NUMBER         DELIMITED BY SPACE          00010100
                  ","                       DELIMITED BY SIZE           00010110
                  CSV-SALESREP-NUMBER       DELIMITED BY SPACE          00010120
                  ","                       DELIMITED BY SIZE           00010130
                  '"'                       DELIMITED BY SIZE           00010140
                  FUNCTION TRIM(SL-DESCRIPTION) DELIMITED BY SIZE       00010150
                  '"'                       DELIMITED BY SIZE           00010160
                  ","                       DELIMITED BY SIZE           00010170
                  CSV-THIS-YTD              DELIMITED BY SIZE           00010180
                  ","                       DELIMITED BY SIZE           00010190
                  CSV-LAST-YTD              DELIMITED BY SIZE           00010200
                  ","                       DELIMITED BY SIZE           00010210
                  CSV-CHANGE-PCT            DELIMITED BY SIZE           00010220
                  ","                       DELIMITED BY SIZE           00010230
                  CSV-ANNUAL-QUOTA          DELIMITED BY SIZE           00010240
                  ","                       DELIMITED BY SIZE           00010250
                  CSV-ATTAINMENT-PCT        DELIMITED BY SIZE           00010260
                  ","                       DELIMITED BY SIZE           00010270
                  CSV-FORECAST              DELIMITED BY SIZE           00010280
                  ","                       DELIMITED BY SIZE           00010290
                  CSV-GROWTH-PCT            DELIMITED BY SIZE           00010300
                  ","                       DELIMITED BY SIZE           00010310
                  CSV-ACTIVE-COUNT          DELIMITED BY SIZE           00010320
                  ","                       DELIMITED BY SIZE           00010330
                  CSV-CLOSED-COUNT          DELIMITED BY SIZE           00010340
                  ","                       DELIMITED BY SIZE           00010350
                  CSV-HOLD-COUNT            DELIMITED BY SIZE           00010360
               INTO CSV-RECORD.                                         00010370
           WRITE CSV-RECORD.                                            00010380
                                                                        00010390
       700-PRINT-CONTROL-TOTALS.                                        00010400
                                                                        00010410
           MOVE SPACES TO PRINT-AREA.                                   00010420
           WRITE PRINT-AREA.                                            00010430
           MOVE "CUSTOMER MASTER RECORDS READ: " TO CTL-LABEL.          00010440
           MOVE CUSTOMERS-READ-COUNT    TO CTL-COUNT.                   00010450
           PERFORM 710-PRINT-ONE-TOTAL-LINE.                            00010460
           MOVE "QUOTA RECORDS READ:           " TO CTL-LABEL.          00010470
           MOVE QUOTAS-READ-COUNT       TO CTL-COUNT.                   00010480
           PERFORM 710-PRINT-ONE-TOTAL-LINE.                            00010490
           MOVE "SALES HISTORY RECORDS READ:   " TO CTL-LABEL.          00010500
           MOVE HISTORY-READ-COUNT      TO CTL-COUNT.                   00010510
           PERFORM 710-PRINT-ONE-TOTAL-LINE.                            00010520
           MOVE "  CUSTOMERS FORECAST:         " TO CTL-LABEL.          00010530
           MOVE HISTORY-CUSTOMER-COUNT  TO CTL-COUNT.                   00010540
           PERFORM 710-PRINT-ONE-TOTAL-LINE.                            00010550
           MOVE "SALES REPS REPORTED:          " TO CTL-LABEL.          00010560
           MOVE REPS-REPORTED-COUNT     TO CTL-COUNT.                   00010570
           PERFORM 710-PRINT-ONE-TOTAL-LINE.                            00010580
                                                                        00010590
       710-PRINT-ONE-TOTAL-LINE.                                        00010600
                                                                        00010610
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00010620
           WRITE PRINT-AREA.                                            00010630
           ADD 1 TO LINE-COUNT.                                         00010640
