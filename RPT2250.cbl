       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2250.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT OLDMAST  ASSIGN TO OLDMAST.                           00000100
           SELECT ARBAL    ASSIGN TO ARBAL.                             00000110
           SELECT NEWMAST  ASSIGN TO NEWMAST.                           00000120
           SELECT CUSTAUD  ASSIGN TO CUSTAUD.                           00000130
           SELECT ATBWRK   ASSIGN TO ATBWRK.                            00000140
           SELECT ATBSRT   ASSIGN TO ATBSRT.                            00000150
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000160
           SELECT BRANMAST ASSIGN TO BRANMAST.                          00000170
           SELECT REPMAST  ASSIGN TO REPMAST.                           00000180
           SELECT COLLRPT  ASSIGN TO COLLRPT.                           00000190
           SELECT ATBRPT   ASSIGN TO ATBRPT.                            00000200
                                                                        00000210
       DATA DIVISION.                                                   00000220
                                                                        00000230
       FILE SECTION.                                                    00000240
                                                                        00000250
       FD  OLDMAST                                                      00000260
           RECORDING MODE IS F                                          00000270
           LABEL RECORDS ARE STANDARD                                   00000280
           RECORD CONTAINS 130 CHARACTERS                               00000290
           BLOCK CONTAINS 130 CHARACTERS.                               00000300
       01  CUSTOMER-MASTER-RECORD.                                      00000310
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00000320
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00000330
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00000340
           05  CM-CUSTOMER-NAME        PIC X(20).                       00000350
           05  CM-SALES-THIS-YTD       PIC S9(9)V9(2).                  00000360
           05  CM-SALES-LAST-YTD       PIC S9(9)V9(2).                  00000370
           05  CM-CUSTOMER-STATUS      PIC X(1).                        00000380
               88  CM-STATUS-ACTIVE        VALUE "A".                   00000390
               88  CM-STATUS-CLOSED        VALUE "C".                   00000400
               88  CM-STATUS-CREDIT-HOLD   VALUE "H".                   00000410
           05  FILLER                  PIC X(67).                       00000420
           05  CM-CREDIT-LIMIT         PIC S9(7)V9(2).                  00000430
           05  FILLER                  PIC X(2).                        00000440
                                                                        00000450
       FD  ARBAL                                                        00000460
           RECORDING MODE IS F                                          00000470
           LABEL RECORDS ARE STANDARD                                   00000480
           RECORD CONTAINS 80 CHARACTERS                                00000490
           BLOCK CONTAINS 80 CHARACTERS.                                00000500
       01  AR-BALANCE-RECORD.                                           00000510
           05  AB-BRANCH-NUMBER        PIC 9(2).                        00000520
           05  AB-CUSTOMER-NUMBER      PIC 9(5).                        00000530
           05  AB-OPEN-BALANCE         PIC S9(9)V99.                    00000540
           05  AB-CURRENT              PIC S9(9)V99.                    00000550
           05  AB-DAYS-31-60           PIC S9(9)V99.                    00000560
           05  AB-DAYS-61-90           PIC S9(9)V99.                    00000570
           05  AB-OVER-90              PIC S9(9)V99.                    00000580
           05  AB-OPEN-ITEM-COUNT      PIC 9(5).                        00000590
           05  AB-OVER-90-COUNT        PIC 9(5).                        00000600
           05  AB-OLDEST-ITEM-DATE     PIC 9(8).                        00000610
                                                                        00000620
       FD  NEWMAST                                                      00000630
           RECORDING MODE IS F                                          00000640
           LABEL RECORDS ARE STANDARD                                   00000650
           RECORD CONTAINS 130 CHARACTERS                               00000660
           BLOCK CONTAINS 130 CHARACTERS.                               00000670
       01  NEW-MASTER-RECORD           PIC X(130).                      00000680
                                                                        00000690
       FD  CUSTAUD                                                      00000700
           RECORDING MODE IS F                                          00000710
           LABEL RECORDS ARE STANDARD                                   00000720
           RECORD CONTAINS 130 CHARACTERS                               00000730
           BLOCK CONTAINS 130 CHARACTERS.                               00000740
       01  CUSTOMER-AUDIT-RECORD.                                       00000750
           05  CA-AUDIT-DATE           PIC 9(8).                        00000760
           05  CA-AUDIT-TIME           PIC 9(6).                        00000770
           05  CA-TERMINAL-ID          PIC X(4).                        00000780
           05  CA-ACTION-CODE          PIC X(1).                        00000790
               88  CA-ACTION-ADD           VALUE "A".                   00000800
               88  CA-ACTION-UPDATE        VALUE "U".                   00000810
               88  CA-ACTION-STATUS        VALUE "S".                   00000820
               88  CA-ACTION-REALIGN       VALUE "R".                   00000830
           05  CA-BRANCH-NUMBER        PIC 9(2).                        00000840
           05  CA-CUSTOMER-NUMBER      PIC 9(5).                        00000850
           05  CA-IMAGE-AREA.                                           00000860
               10  CA-BEFORE-IMAGE.                                     00000870
                   15  CA-BEFORE-CUSTOMER-NAME   PIC X(20).             00000880
                   15  CA-BEFORE-SALES-THIS-YTD  PIC S9(9)V9(2).        00000890
                   15  CA-BEFORE-SALES-LAST-YTD  PIC S9(9)V9(2).        00000900
                   15  CA-BEFORE-CUSTOMER-STATUS PIC X(1).              00000910
               10  CA-AFTER-IMAGE.                                      00000920
                   15  CA-AFTER-CUSTOMER-NAME    PIC X(20).             00000930
                   15  CA-AFTER-SALES-THIS-YTD   PIC S9(9)V9(2).        00000940
                   15  CA-AFTER-SALES-LAST-YTD   PIC S9(9)V9(2).        00000950
                   15  CA-AFTER-CUSTOMER-STATUS  PIC X(1).              00000960
           05  CA-USER-ID              PIC X(8).                        00000961
           05  FILLER                  PIC X(10).                       00000962
                                                                        00000980
       FD  ATBWRK                                                       00000990
           RECORDING MODE IS F                                          00001000
           LABEL RECORDS ARE STANDARD                                   00001010
           RECORD CONTAINS 130 CHARACTERS                               00001020
           BLOCK CONTAINS 130 CHARACTERS.                               00001030
       01  ATB-WORK-RECORD             PIC X(130).                      00001040
                                                                        00001050
       SD  SORTWK01                                                     00001060
           RECORD CONTAINS 130 CHARACTERS.                              00001070
       01  SORT-RECORD.                                                 00001080
           05  SW-BRANCH-NUMBER        PIC X(2).                        00001090
           05  SW-SALESREP-NUMBER      PIC X(2).                        00001100
           05  SW-CUSTOMER-NUMBER      PIC X(5).                        00001110
           05  FILLER                  PIC X(121).                      00001120
                                                                        00001130
       FD  ATBSRT                                                       00001140
           RECORDING MODE IS F                                          00001150
           LABEL RECORDS ARE STANDARD                                   00001160
           RECORD CONTAINS 130 CHARACTERS                               00001170
           BLOCK CONTAINS 130 CHARACTERS.                               00001180
       01  ATB-RECORD.                                                  00001190
           05  AT-BRANCH-NUMBER        PIC 9(2).                        00001200
           05  AT-SALESREP-NUMBER      PIC 9(2).                        00001210
           05  AT-CUSTOMER-NUMBER      PIC 9(5).                        00001220
           05  AT-CUSTOMER-NAME        PIC X(20).                       00001230
           05  AT-CUSTOMER-STATUS      PIC X(1).                        00001240
           05  AT-OPEN-BALANCE         PIC S9(9)V99.                    00001250
           05  AT-CURRENT              PIC S9(9)V99.                    00001260
           05  AT-DAYS-31-60           PIC S9(9)V99.                    00001270
           05  AT-DAYS-61-90           PIC S9(9)V99.                    00001280
           05  AT-OVER-90              PIC S9(9)V99.                    00001290
           05  AT-OLDEST-ITEM-DATE     PIC 9(8).                        00001300
           05  FILLER                  PIC X(37).                       00001310
                                                                        00001320
       FD  BRANMAST                                                     00001330
           RECORDING MODE IS F                                          00001340
           LABEL RECORDS ARE STANDARD                                   00001350
           RECORD CONTAINS 40 CHARACTERS                                00001360
           BLOCK CONTAINS 40 CHARACTERS.                                00001370
       01  BRANCH-MASTER-RECORD.                                        00001380
           05  BM-BRANCH-NUMBER           PIC 9(2).                     00001390
           05  BM-BRANCH-NAME             PIC X(20).                    00001400
           05  BM-REGION                  PIC X(10).                    00001410
           05  FILLER                     PIC X(8).                     00001420
                                                                        00001430
       FD  REPMAST                                                      00001440
           RECORDING MODE IS F                                          00001450
           LABEL RECORDS ARE STANDARD                                   00001460
           RECORD CONTAINS 40 CHARACTERS                                00001470
           BLOCK CONTAINS 40 CHARACTERS.                                00001480
       01  REP-MASTER-RECORD.                                           00001490
           05  RM-BRANCH-NUMBER           PIC 9(2).                     00001500
           05  RM-SALESREP-NUMBER         PIC 9(2).                     00001510
           05  RM-SALESREP-NAME           PIC X(20).                    00001520
           05  RM-REGION                  PIC X(10).                    00001530
           05  FILLER                     PIC X(6).                     00001540
                                                                        00001550
       FD  COLLRPT                                                      00001560
           RECORDING MODE IS F                                          00001570
           LABEL RECORDS ARE STANDARD                                   00001580
           RECORD CONTAINS 130 CHARACTERS                               00001590
           BLOCK CONTAINS 130 CHARACTERS.                               00001600
       01  PRINT-AREA      PIC X(130).                                  00001610
                                                                        00001620
       FD  ATBRPT                                                       00001630
           RECORDING MODE IS F                                          00001640
           LABEL RECORDS ARE STANDARD                                   00001650
           RECORD CONTAINS 130 CHARACTERS                               00001660
           BLOCK CONTAINS 130 CHARACTERS.                               00001670
       01  ATB-PRINT-AREA  PIC X(130).                                  00001680
                                                                        00001690
       WORKING-STORAGE SECTION.                                         00001700
                                                                        00001710
       01  SWITCHES.                                                    00001720
           05  OLDMAST-EOF-SWITCH      PIC X    VALUE "N".              00001730
           05  ARBAL-EOF-SWITCH        PIC X    VALUE "N".              00001740
           05  ATBSRT-EOF-SWITCH       PIC X    VALUE "N".              00001750
           05  BRANMAST-EOF-SWITCH     PIC X    VALUE "N".              00001760
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".              00001770
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00001780
           05  OVER-LIMIT-SWITCH       PIC X    VALUE "N".              00001790
           05  PAST-DUE-SWITCH         PIC X    VALUE "N".              00001800
                                                                        00001810
       01  MATCH-KEY-FIELDS.                                            00001820
           05  MASTER-KEY.                                              00001830
               10  MK-BRANCH-NUMBER    PIC 9(2).                        00001840
               10  MK-CUSTOMER-NUMBER  PIC 9(5).                        00001850
           05  BALANCE-KEY.                                             00001860
               10  BK-BRANCH-NUMBER    PIC 9(2).                        00001870
               10  BK-CUSTOMER-NUMBER  PIC 9(5).                        00001880
                                                                        00001890
       01  ATB-WORK-FIELDS.                                             00001900
           05  AW-BRANCH-NUMBER        PIC 9(2).                        00001910
           05  AW-SALESREP-NUMBER      PIC 9(2).                        00001920
           05  AW-CUSTOMER-NUMBER      PIC 9(5).                        00001930
           05  AW-CUSTOMER-NAME        PIC X(20).                       00001940
           05  AW-CUSTOMER-STATUS      PIC X(1).                        00001950
           05  AW-OPEN-BALANCE         PIC S9(9)V99.                    00001960
           05  AW-CURRENT              PIC S9(9)V99.                    00001970
           05  AW-DAYS-31-60           PIC S9(9)V99.                    00001980
           05  AW-DAYS-61-90           PIC S9(9)V99.                    00001990
           05  AW-OVER-90              PIC S9(9)V99.                    00002000
           05  AW-OLDEST-ITEM-DATE     PIC 9(8).                        00002010
           05  FILLER                  PIC X(37)    VALUE SPACE.        00002020
                                                                        00002030
       01  BRANCH-TABLE-FIELDS.                                         00002040
           05  BRANCH-TABLE-COUNT      PIC 9(3)    VALUE ZERO.          00002050
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES.                      00002060
               10  BT-BRANCH-NUMBER    PIC 9(2).                        00002070
               10  BT-BRANCH-NAME      PIC X(20).                       00002080
               10  BT-REGION           PIC X(10).                       00002090
                                                                        00002100
       01  REP-TABLE-FIELDS.                                            00002110
           05  REP-TABLE-COUNT         PIC 9(3)    VALUE ZERO.          00002120
           05  REP-TABLE-ENTRY OCCURS 200 TIMES.                        00002130
               10  RT-BRANCH-NUMBER    PIC 9(2).                        00002140
               10  RT-SALESREP-NUMBER  PIC 9(2).                        00002150
               10  RT-SALESREP-NAME    PIC X(20).                       00002160
               10  RT-REGION           PIC X(10).                       00002170
                                                                        00002180
       01  LOOKUP-WORK-FIELDS.                                          00002190
           05  WS-LOOKUP-BRANCH-NUMBER     PIC 9(2).                    00002200
           05  WS-LOOKUP-SALESREP-NUMBER   PIC 9(2).                    00002210
           05  WS-LOOKED-UP-BRANCH-NAME    PIC X(20).                   00002220
           05  WS-LOOKED-UP-SALESREP-NAME  PIC X(20).                   00002230
           05  WS-BRANCH-FOUND-SWITCH      PIC X    VALUE "N".          00002240
           05  WS-REP-FOUND-SWITCH         PIC X    VALUE "N".          00002250
           05  WS-TABLE-SUBSCRIPT          PIC 9(3) VALUE ZERO.         00002260
                                                                        00002270
       01  BREAK-FIELDS.                                                00002280
           05  PREV-BRANCH-NUMBER      PIC 9(2)     VALUE ZERO.         00002290
           05  PREV-SALESREP-NUMBER    PIC 9(2)     VALUE ZERO.         00002300
                                                                        00002310
       01  CONTROL-TOTAL-FIELDS.                                        00002320
           05  MASTERS-READ-COUNT      PIC 9(7)      VALUE ZERO.        00002330
           05  MASTERS-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.        00002340
           05  BALANCES-READ-COUNT     PIC 9(7)      VALUE ZERO.        00002350
           05  BALANCES-READ-AMOUNT    PIC S9(11)V99 VALUE ZERO.        00002360
           05  NO-MASTER-COUNT         PIC 9(7)      VALUE ZERO.        00002370
           05  NO-MASTER-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00002380
           05  LISTED-COUNT            PIC 9(7)      VALUE ZERO.        00002390
           05  LISTED-AMOUNT           PIC S9(11)V99 VALUE ZERO.        00002400
           05  PLACED-ON-HOLD-COUNT    PIC 9(7)      VALUE ZERO.        00002410
           05  PLACED-ON-HOLD-AMOUNT   PIC S9(11)V99 VALUE ZERO.        00002420
           05  ALREADY-ON-HOLD-COUNT   PIC 9(7)      VALUE ZERO.        00002430
           05  ALREADY-ON-HOLD-AMOUNT  PIC S9(11)V99 VALUE ZERO.        00002440
           05  CLOSED-LISTED-COUNT     PIC 9(7)      VALUE ZERO.        00002450
           05  CLOSED-LISTED-AMOUNT    PIC S9(11)V99 VALUE ZERO.        00002460
                                                                        00002470
       01  ATB-TOTAL-FIELDS.                                            00002480
           05  ATB-REP-TOTALS.                                          00002490
               10  ATB-REP-COUNT       PIC 9(7)      VALUE ZERO.        00002500
               10  ATB-REP-BALANCE     PIC S9(11)V99 VALUE ZERO.        00002510
               10  ATB-REP-CURRENT     PIC S9(11)V99 VALUE ZERO.        00002520
               10  ATB-REP-31-60       PIC S9(11)V99 VALUE ZERO.        00002530
               10  ATB-REP-61-90       PIC S9(11)V99 VALUE ZERO.        00002540
               10  ATB-REP-OVER-90     PIC S9(11)V99 VALUE ZERO.        00002550
           05  ATB-BRANCH-TOTALS.                                       00002560
               10  ATB-BRANCH-COUNT    PIC 9(7)      VALUE ZERO.        00002570
               10  ATB-BRANCH-BALANCE  PIC S9(11)V99 VALUE ZERO.        00002580
               10  ATB-BRANCH-CURRENT  PIC S9(11)V99 VALUE ZERO.        00002590
               10  ATB-BRANCH-31-60    PIC S9(11)V99 VALUE ZERO.        00002600
               10  ATB-BRANCH-61-90    PIC S9(11)V99 VALUE ZERO.        00002610
               10  ATB-BRANCH-OVER-90  PIC S9(11)V99 VALUE ZERO.        00002620
           05  ATB-GRAND-TOTALS.                                        00002630
               10  ATB-GRAND-COUNT     PIC 9(7)      VALUE ZERO.        00002640
               10  ATB-GRAND-BALANCE   PIC S9(11)V99 VALUE ZERO.        00002650
               10  ATB-GRAND-CURRENT   PIC S9(11)V99 VALUE ZERO.        00002660
               10  ATB-GRAND-31-60     PIC S9(11)V99 VALUE ZERO.        00002670
               10  ATB-GRAND-61-90     PIC S9(11)V99 VALUE ZERO.        00002680
               10  ATB-GRAND-OVER-90   PIC S9(11)V99 VALUE ZERO.        00002690
                                                                        00002700
       01  PRINT-FIELDS.                                                00002710
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00002720
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00002730
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00002740
           05  ATB-PAGE-COUNT  PIC S9(3)   VALUE ZERO.                  00002750
           05  ATB-LINE-COUNT  PIC S9(3)   VALUE +99.                   00002760
                                                                        00002770
       01  CURRENT-DATE-AND-TIME.                                       00002780
           05  CD-YEAR         PIC 9999.                                00002790
           05  CD-MONTH        PIC 99.                                  00002800
           05  CD-DAY          PIC 99.                                  00002810
           05  CD-HOURS        PIC 99.                                  00002820
           05  CD-MINUTES      PIC 99.                                  00002830
           05  CD-SECONDS      PIC 99.                                  00002840
           05  FILLER          PIC X(7).                                00002850
                                                                        00002860
       01  HEADING-LINE-1.                                              00002870
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00002880
           05  HL1-MONTH       PIC 9(2).                                00002890
           05  FILLER          PIC X(1)    VALUE "/".                   00002900
           05  HL1-DAY         PIC 9(2).                                00002910
           05  FILLER          PIC X(1)    VALUE "/".                   00002920
           05  HL1-YEAR        PIC 9(4).                                00002930
           05  FILLER          PIC X(16)   VALUE SPACE.                 00002940
           05  FILLER          PIC X(28)                                00002950
               VALUE "COLLECTIONS EXCEPTION LIST".                      00002960
           05  FILLER          PIC X(21)   VALUE SPACE.                 00002970
           05  FILLER          PIC X(8)    VALUE "PAGE: ".              00002980
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00002990
           05  FILLER          PIC X(36)   VALUE SPACE.                 00003000
                                                                        00003010
       01  HEADING-LINE-2.                                              00003020
           05  FILLER      PIC X(4)    VALUE "BR  ".                    00003030
           05  FILLER      PIC X(7)    VALUE "CUST   ".                 00003040
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME".           00003050
           05  FILLER      PIC X(4)    VALUE "RP  ".                    00003060
           05  FILLER      PIC X(14)   VALUE "  CREDIT LIMIT".          00003070
           05  FILLER      PIC X(17)   VALUE "     OPEN BALANCE".       00003080
           05  FILLER      PIC X(17)   VALUE "          OVER 90".       00003090
           05  FILLER      PIC X(10)   VALUE "  OLDEST  ".              00003100
           05  FILLER      PIC X(14)   VALUE "REASON".                  00003110
           05  FILLER      PIC X(21)   VALUE "ACTION".                  00003120
                                                                        00003130
       01  HEADING-LINE-3.                                              00003140
           05  FILLER          PIC X(130)  VALUE ALL "-".               00003150
                                                                        00003160
       01  COLLECTIONS-LINE.                                            00003170
           05  COL-BRANCH-NUMBER   PIC 9(2).                            00003180
           05  FILLER              PIC X(2)     VALUE SPACE.            00003190
           05  COL-CUSTOMER-NUMBER PIC 9(5).                            00003200
           05  FILLER              PIC X(2)     VALUE SPACE.            00003210
           05  COL-CUSTOMER-NAME   PIC X(20).                           00003220
           05  FILLER              PIC X(2)     VALUE SPACE.            00003230
           05  COL-SALESREP-NUMBER PIC X(2).                            00003240
           05  FILLER              PIC X(2)     VALUE SPACE.            00003250
           05  COL-CREDIT-LIMIT    PIC Z,ZZZ,ZZ9.99.                    00003260
           05  FILLER              PIC X(2)     VALUE SPACE.            00003270
           05  COL-OPEN-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.                 00003280
           05  FILLER              PIC X(2)     VALUE SPACE.            00003290
           05  COL-OVER-90         PIC ZZZ,ZZZ,ZZ9.99-.                 00003300
           05  FILLER              PIC X(2)     VALUE SPACE.            00003310
           05  COL-OLDEST-DATE     PIC 9(8).                            00003320
           05  FILLER              PIC X(2)     VALUE SPACE.            00003330
           05  COL-REASON          PIC X(14).                           00003340
           05  COL-ACTION          PIC X(21).                           00003350
                                                                        00003360
       01  CONTROL-TOTAL-LINE.                                          00003370
           05  FILLER              PIC X(3)     VALUE SPACE.            00003380
           05  CTL-LABEL           PIC X(30).                           00003390
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00003400
           05  FILLER              PIC X(3)     VALUE SPACE.            00003410
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.                 00003420
           05  FILLER              PIC X(72)    VALUE SPACE.            00003430
                                                                        00003440
       01  ATB-HEADING-LINE-1.                                          00003450
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00003460
           05  AH1-MONTH       PIC 9(2).                                00003470
           05  FILLER          PIC X(1)    VALUE "/".                   00003480
           05  AH1-DAY         PIC 9(2).                                00003490
           05  FILLER          PIC X(1)    VALUE "/".                   00003500
           05  AH1-YEAR        PIC 9(4).                                00003510
           05  FILLER          PIC X(16)   VALUE SPACE.                 00003520
           05  FILLER          PIC X(28)                                00003530
               VALUE "AGED TRIAL BALANCE".                              00003540
           05  FILLER          PIC X(21)   VALUE SPACE.                 00003550
           05  FILLER          PIC X(8)    VALUE "PAGE: ".              00003560
           05  AH1-PAGE-NUMBER PIC ZZZ9.                                00003570
           05  FILLER          PIC X(36)   VALUE SPACE.                 00003580
                                                                        00003590
       01  ATB-HEADING-LINE-2.                                          00003600
           05  FILLER      PIC X(2)    VALUE SPACE.                     00003610
           05  FILLER      PIC X(7)    VALUE "CUST   ".                 00003620
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME".           00003630
           05  FILLER      PIC X(4)    VALUE "ST  ".                    00003640
           05  FILLER      PIC X(17)   VALUE "        BALANCE  ".       00003650
           05  FILLER      PIC X(17)   VALUE "        CURRENT  ".       00003660
           05  FILLER      PIC X(17)   VALUE "     31-60 DAYS  ".       00003670
           05  FILLER      PIC X(17)   VALUE "     61-90 DAYS  ".       00003680
           05  FILLER      PIC X(17)   VALUE "        OVER 90  ".       00003690
           05  FILLER      PIC X(10)   VALUE "OLDEST".                  00003700
                                                                        00003710
       01  ATB-BRANCH-HEADING-LINE.                                     00003720
           05  FILLER              PIC X(8)     VALUE "BRANCH  ".       00003730
           05  ABH-BRANCH-NUMBER   PIC 9(2).                            00003740
           05  FILLER              PIC X(2)     VALUE SPACE.            00003750
           05  ABH-BRANCH-NAME     PIC X(20).                           00003760
           05  FILLER              PIC X(98)    VALUE SPACE.            00003770
                                                                        00003780
       01  ATB-REP-HEADING-LINE.                                        00003790
           05  FILLER              PIC X(2)     VALUE SPACE.            00003800
           05  FILLER              PIC X(6)     VALUE "REP   ".         00003810
           05  ARH-SALESREP-NUMBER PIC 9(2).                            00003820
           05  FILLER              PIC X(2)     VALUE SPACE.            00003830
           05  ARH-SALESREP-NAME   PIC X(20).                           00003840
           05  FILLER              PIC X(98)    VALUE SPACE.            00003850
                                                                        00003860
       01  ATB-DETAIL-LINE.                                             00003870
           05  FILLER              PIC X(2)     VALUE SPACE.            00003880
           05  ADL-CUSTOMER-NUMBER PIC 9(5).                            00003890
           05  FILLER              PIC X(2)     VALUE SPACE.            00003900
           05  ADL-CUSTOMER-NAME   PIC X(20).                           00003910
           05  FILLER              PIC X(2)     VALUE SPACE.            00003920
           05  ADL-CUSTOMER-STATUS PIC X(1).                            00003930
           05  FILLER              PIC X(3)     VALUE SPACE.            00003940
           05  ADL-OPEN-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.                 00003950
           05  FILLER              PIC X(2)     VALUE SPACE.            00003960
           05  ADL-CURRENT         PIC ZZZ,ZZZ,ZZ9.99-.                 00003970
           05  FILLER              PIC X(2)     VALUE SPACE.            00003980
           05  ADL-DAYS-31-60      PIC ZZZ,ZZZ,ZZ9.99-.                 00003990
           05  FILLER              PIC X(2)     VALUE SPACE.            00004000
           05  ADL-DAYS-61-90      PIC ZZZ,ZZZ,ZZ9.99-.                 00004010
           05  FILLER              PIC X(2)     VALUE SPACE.            00004020
           05  ADL-OVER-90         PIC ZZZ,ZZZ,ZZ9.99-.                 00004030
           05  FILLER              PIC X(2)     VALUE SPACE.            00004040
           05  ADL-OLDEST-DATE     PIC 9(8).                            00004050
           05  FILLER              PIC X(2)     VALUE SPACE.            00004060
                                                                        00004070
       01  ATB-TOTAL-LINE.                                              00004080
           05  FILLER              PIC X(3)     VALUE SPACE.            00004090
           05  ATL-LABEL           PIC X(22).                           00004100
           05  ATL-COUNT           PIC ZZZ,ZZ9.                         00004110
           05  FILLER              PIC X(3)     VALUE SPACE.            00004120
           05  ATL-OPEN-BALANCE    PIC ZZZ,ZZZ,ZZ9.99-.                 00004130
           05  FILLER              PIC X(2)     VALUE SPACE.            00004140
           05  ATL-CURRENT         PIC ZZZ,ZZZ,ZZ9.99-.                 00004150
           05  FILLER              PIC X(2)     VALUE SPACE.            00004160
           05  ATL-DAYS-31-60      PIC ZZZ,ZZZ,ZZ9.99-.                 00004170
           05  FILLER              PIC X(2)     VALUE SPACE.            00004180
           05  ATL-DAYS-61-90      PIC ZZZ,ZZZ,ZZ9.99-.                 00004190
           05  FILLER              PIC X(2)     VALUE SPACE.            00004200
           05  ATL-OVER-90         PIC ZZZ,ZZZ,ZZ9.99-.                 00004210
           05  FILLER              PIC X(12)    VALUE SPACE.            00004220
                                                                        00004230
       PROCEDURE DIVISION.                                              00004240
                                                                        00004250
       000-APPLY-CREDIT-HOLDS.                                          00004260
                                                                        00004270
           PERFORM 100-FORMAT-REPORT-HEADING.                           00004280
           PERFORM 040-LOAD-BRANCH-TABLE.                               00004290
           PERFORM 045-LOAD-REP-TABLE.                                  00004300
           OPEN INPUT  OLDMAST                                          00004310
                       ARBAL                                            00004320
                OUTPUT NEWMAST                                          00004330
                       ATBWRK                                           00004340
                       COLLRPT.                                         00004350
           OPEN EXTEND CUSTAUD.                                         00004360
           PERFORM 230-PRINT-HEADING-LINES.                             00004370
           PERFORM 110-READ-OLD-MASTER.                                 00004380
           PERFORM 120-READ-AR-BALANCE.                                 00004390
           PERFORM 200-MATCH-MASTER-BALANCE                             00004400
               UNTIL OLDMAST-EOF-SWITCH = "Y"                           00004410
                 AND ARBAL-EOF-SWITCH = "Y".                            00004420
           PERFORM 500-PRINT-COLLECTIONS-TOTALS.                        00004430
           CLOSE OLDMAST                                                00004440
                 ARBAL                                                  00004450
                 NEWMAST                                                00004460
                 ATBWRK                                                 00004470
                 COLLRPT                                                00004480
                 CUSTAUD.                                               00004490
           SORT SORTWK01                                                00004500
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00004510
                                SW-SALESREP-NUMBER                      00004520
                                SW-CUSTOMER-NUMBER                      00004530
               USING ATBWRK                                             00004540
               GIVING ATBSRT.                                           00004550
           PERFORM 300-PRINT-AGED-TRIAL-BALANCE.                        00004560
           STOP RUN.                                                    00004570
                                                                        00004580
       100-FORMAT-REPORT-HEADING.                                       00004590
                                                                        00004600
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00004610
           MOVE CD-MONTH   TO HL1-MONTH                                 00004620
                              AH1-MONTH.                                00004630
           MOVE CD-DAY     TO HL1-DAY                                   00004640
                              AH1-DAY.                                  00004650
           MOVE CD-YEAR    TO HL1-YEAR                                  00004660
                              AH1-YEAR.                                 00004670
                                                                        00004680
       040-LOAD-BRANCH-TABLE.                                           00004690
                                                                        00004700
           OPEN INPUT BRANMAST.                                         00004710
           PERFORM 041-READ-BRANCH-RECORD                               00004720
               UNTIL BRANMAST-EOF-SWITCH = "Y".                         00004730
           CLOSE BRANMAST.                                              00004740
                                                                        00004750
       041-READ-BRANCH-RECORD.                                          00004760
                                                                        00004770
           READ BRANMAST                                                00004780
               AT END                                                   00004790
                   MOVE "Y" TO BRANMAST-EOF-SWITCH                      00004800
               NOT AT END                                               00004810
                   ADD 1 TO BRANCH-TABLE-COUNT                          00004820
                   MOVE BM-BRANCH-NUMBER                                00004830
                       TO BT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)          00004840
                   MOVE BM-BRANCH-NAME                                  00004850
                       TO BT-BRANCH-NAME(BRANCH-TABLE-COUNT)            00004860
                   MOVE BM-REGION                                       00004870
                       TO BT-REGION(BRANCH-TABLE-COUNT)                 00004880
           END-READ.                                                    00004890
                                                                        00004900
       045-LOAD-REP-TABLE.                                              00004910
                                                                        00004920
           OPEN INPUT REPMAST.                                          00004930
           PERFORM 046-READ-REP-RECORD                                  00004940
               UNTIL REPMAST-EOF-SWITCH = "Y".                          00004950
           CLOSE REPMAST.                                               00004960
                                                                        00004970
       046-READ-REP-RECORD.                                             00004980
                                                                        00004990
           READ REPMAST                                                 00005000
               AT END                                                   00005010
                   MOVE "Y" TO REPMAST-EOF-SWITCH                       00005020
               NOT AT END                                               00005030
                   ADD 1 TO REP-TABLE-COUNT                             00005040
                   MOVE RM-BRANCH-NUMBER                                00005050
                       TO RT-BRANCH-NUMBER(REP-TABLE-COUNT)             00005060
                   MOVE RM-SALESREP-NUMBER                              00005070
                       TO RT-SALESREP-NUMBER(REP-TABLE-COUNT)           00005080
                   MOVE RM-SALESREP-NAME                                00005090
                       TO RT-SALESREP-NAME(REP-TABLE-COUNT)             00005100
                   MOVE RM-REGION                                       00005110
                       TO RT-REGION(REP-TABLE-COUNT)                    00005120
           END-READ.                                                    00005130
                                                                        00005140
       048-LOOKUP-BRANCH-NAME.                                          00005150
                                                                        00005160
           MOVE "UNKNOWN BRANCH " TO WS-LOOKED-UP-BRANCH-NAME.          00005170
           MOVE "N" TO WS-BRANCH-FOUND-SWITCH.                          00005180
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00005190
               UNTIL WS-TABLE-SUBSCRIPT > BRANCH-TABLE-COUNT            00005200
                  OR WS-BRANCH-FOUND-SWITCH = "Y"                       00005210
               IF BT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00005220
                   WS-LOOKUP-BRANCH-NUMBER                              00005230
                   MOVE BT-BRANCH-NAME(WS-TABLE-SUBSCRIPT)              00005240
                       TO WS-LOOKED-UP-BRANCH-NAME                      00005250
                   MOVE "Y" TO WS-BRANCH-FOUND-SWITCH                   00005260
               END-IF                                                   00005270
           END-PERFORM.                                                 00005280
                                                                        00005290
       049-LOOKUP-SALESREP-NAME.                                        00005300
                                                                        00005310
           MOVE "UNKNOWN REP    " TO WS-LOOKED-UP-SALESREP-NAME.        00005320
           MOVE "N" TO WS-REP-FOUND-SWITCH.                             00005330
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00005340
               UNTIL WS-TABLE-SUBSCRIPT > REP-TABLE-COUNT               00005350
                  OR WS-REP-FOUND-SWITCH = "Y"                          00005360
               IF RT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00005370
                   WS-LOOKUP-BRANCH-NUMBER                              00005380
                  AND RT-SALESREP-NUMBER(WS-TABLE-SUBSCRIPT) =          00005390
                   WS-LOOKUP-SALESREP-NUMBER                            00005400
                   MOVE RT-SALESREP-NAME(WS-TABLE-SUBSCRIPT)            00005410
                       TO WS-LOOKED-UP-SALESREP-NAME                    00005420
                   MOVE "Y" TO WS-REP-FOUND-SWITCH                      00005430
               END-IF                                                   00005440
           END-PERFORM.                                                 00005450
                                                                        00005460
       110-READ-OLD-MASTER.                                             00005470
                                                                        00005480
           READ OLDMAST                                                 00005490
               AT END                                                   00005500
                   MOVE "Y" TO OLDMAST-EOF-SWITCH                       00005510
                   MOVE HIGH-VALUES TO MASTER-KEY                       00005520
               NOT AT END                                               00005530
                   ADD 1 TO MASTERS-READ-COUNT                          00005540
                   MOVE CM-BRANCH-NUMBER   TO MK-BRANCH-NUMBER          00005550
                   MOVE CM-CUSTOMER-NUMBER TO MK-CUSTOMER-NUMBER        00005560
           END-READ.                                                    00005570
                                                                        00005580
       120-READ-AR-BALANCE.                                             00005590
                                                                        00005600
           READ ARBAL                                                   00005610
               AT END                                                   00005620
                   MOVE "Y" TO ARBAL-EOF-SWITCH                         00005630
                   MOVE HIGH-VALUES TO BALANCE-KEY                      00005640
               NOT AT END                                               00005650
                   ADD 1 TO BALANCES-READ-COUNT                         00005660
                   ADD AB-OPEN-BALANCE TO BALANCES-READ-AMOUNT          00005670
                   MOVE AB-BRANCH-NUMBER   TO BK-BRANCH-NUMBER          00005680
                   MOVE AB-CUSTOMER-NUMBER TO BK-CUSTOMER-NUMBER        00005690
           END-READ.                                                    00005700
                                                                        00005710
       200-MATCH-MASTER-BALANCE.                                        00005720
                                                                        00005730
           IF MASTER-KEY < BALANCE-KEY                                  00005740
               PERFORM 290-WRITE-NEW-MASTER                             00005750
               PERFORM 110-READ-OLD-MASTER                              00005760
           ELSE                                                         00005770
               IF MASTER-KEY = BALANCE-KEY                              00005780
                   PERFORM 210-CHECK-CREDIT-STATUS                      00005790
                   PERFORM 280-WRITE-ATB-WORK                           00005800
                   PERFORM 290-WRITE-NEW-MASTER                         00005810
                   PERFORM 110-READ-OLD-MASTER                          00005820
                   PERFORM 120-READ-AR-BALANCE                          00005830
               ELSE                                                     00005840
                   PERFORM 260-LIST-BALANCE-NO-MASTER                   00005850
                   PERFORM 120-READ-AR-BALANCE.                         00005860
                                                                        00005870
       210-CHECK-CREDIT-STATUS.                                         00005880
                                                                        00005890
           MOVE "N" TO OVER-LIMIT-SWITCH                                00005900
                       PAST-DUE-SWITCH.                                 00005910
           IF CM-CREDIT-LIMIT NUMERIC                                   00005920
               AND CM-CREDIT-LIMIT > ZERO                               00005930
               AND AB-OPEN-BALANCE > CM-CREDIT-LIMIT                    00005940
               MOVE "Y" TO OVER-LIMIT-SWITCH.                           00005950
           IF AB-OVER-90-COUNT > ZERO                                   00005960
               MOVE "Y" TO PAST-DUE-SWITCH.                             00005970
           IF OVER-LIMIT-SWITCH = "Y"                                   00005980
               OR PAST-DUE-SWITCH = "Y"                                 00005990
               PERFORM 220-SET-CREDIT-ACTION                            00006000
               PERFORM 240-PRINT-COLLECTIONS-LINE.                      00006010
                                                                        00006020
       220-SET-CREDIT-ACTION.                                           00006030
                                                                        00006040
           IF CM-STATUS-ACTIVE                                          00006050
               PERFORM 235-WRITE-STATUS-AUDIT                           00006060
               MOVE "PLACED ON HOLD"  TO COL-ACTION                     00006070
               ADD 1 TO PLACED-ON-HOLD-COUNT                            00006080
               ADD AB-OPEN-BALANCE TO PLACED-ON-HOLD-AMOUNT             00006090
           ELSE                                                         00006100
               IF CM-STATUS-CREDIT-HOLD                                 00006110
                   MOVE "ALREADY ON HOLD" TO COL-ACTION                 00006120
                   ADD 1 TO ALREADY-ON-HOLD-COUNT                       00006130
                   ADD AB-OPEN-BALANCE TO ALREADY-ON-HOLD-AMOUNT        00006140
               ELSE                                                     00006150
                   MOVE "ACCOUNT NOT ACTIVE" TO COL-ACTION              00006160
                   ADD 1 TO CLOSED-LISTED-COUNT                         00006170
                   ADD AB-OPEN-BALANCE TO CLOSED-LISTED-AMOUNT.         00006180
           IF OVER-LIMIT-SWITCH = "Y"                                   00006190
               AND PAST-DUE-SWITCH = "Y"                                00006200
               MOVE "LIMIT/OVER 90" TO COL-REASON                       00006210
           ELSE                                                         00006220
               IF OVER-LIMIT-SWITCH = "Y"                               00006230
                   MOVE "OVER LIMIT"    TO COL-REASON                   00006240
               ELSE                                                     00006250
                   MOVE "PAST 90 DAYS"  TO COL-REASON.                  00006260
                                                                        00006270
       235-WRITE-STATUS-AUDIT.                                          00006280
                                                                        00006290
           MOVE SPACES TO CUSTOMER-AUDIT-RECORD.                        00006300
           COMPUTE CA-AUDIT-DATE =                                      00006310
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00006320
           COMPUTE CA-AUDIT-TIME =                                      00006330
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.    00006340
           MOVE "BTCH"                  TO CA-TERMINAL-ID.              00006350
           MOVE "S"                     TO CA-ACTION-CODE.              00006360
           MOVE CM-BRANCH-NUMBER        TO CA-BRANCH-NUMBER.            00006370
           MOVE CM-CUSTOMER-NUMBER      TO CA-CUSTOMER-NUMBER.          00006380
           MOVE "RPT2250"               TO CA-USER-ID.                  00006381
           MOVE CM-CUSTOMER-NAME        TO CA-BEFORE-CUSTOMER-NAME.     00006390
           MOVE CM-SALES-THIS-YTD       TO CA-BEFORE-SALES-THIS-YTD.    00006400
           MOVE CM-SALES-LAST-YTD       TO CA-BEFORE-SALES-LAST-YTD.    00006410
           MOVE CM-CUSTOMER-STATUS      TO CA-BEFORE-CUSTOMER-STATUS.   00006420
           MOVE "H"                     TO CM-CUSTOMER-STATUS.          00006430
           MOVE CM-CUSTOMER-NAME        TO CA-AFTER-CUSTOMER-NAME.      00006440
           MOVE CM-SALES-THIS-YTD       TO CA-AFTER-SALES-THIS-YTD.     00006450
           MOVE CM-SALES-LAST-YTD       TO CA-AFTER-SALES-LAST-YTD.     00006460
           MOVE CM-CUSTOMER-STATUS      TO CA-AFTER-CUSTOMER-STATUS.    00006470
           WRITE CUSTOMER-AUDIT-RECORD.                                 00006480
                                                                        00006490
       240-PRINT-COLLECTIONS-LINE.                                      00006500
                                                                        00006510
           IF LINE-COUNT >= LINES-ON-PAGE                               00006520
               PERFORM 230-PRINT-HEADING-LINES.                         00006530
           MOVE CM-BRANCH-NUMBER    TO COL-BRANCH-NUMBER.               00006540
           MOVE CM-CUSTOMER-NUMBER  TO COL-CUSTOMER-NUMBER.             00006550
           MOVE CM-CUSTOMER-NAME    TO COL-CUSTOMER-NAME.               00006560
           MOVE CM-SALESREP-NUMBER  TO COL-SALESREP-NUMBER.             00006570
           IF CM-CREDIT-LIMIT NUMERIC                                   00006580
               MOVE CM-CREDIT-LIMIT TO COL-CREDIT-LIMIT                 00006590
           ELSE                                                         00006600
               MOVE ZERO TO COL-CREDIT-LIMIT.                           00006610
           PERFORM 250-PRINT-AR-COLUMNS.                                00006620
                                                                        00006630
       250-PRINT-AR-COLUMNS.                                            00006640
                                                                        00006650
           MOVE AB-OPEN-BALANCE     TO COL-OPEN-BALANCE.                00006660
           MOVE AB-OVER-90          TO COL-OVER-90.                     00006670
           MOVE AB-OLDEST-ITEM-DATE TO COL-OLDEST-DATE.                 00006680
           MOVE COLLECTIONS-LINE TO PRINT-AREA.                         00006690
           WRITE PRINT-AREA.                                            00006700
           ADD 1 TO LINE-COUNT.                                         00006710
           ADD 1 TO LISTED-COUNT.                                       00006720
           ADD AB-OPEN-BALANCE TO LISTED-AMOUNT.                        00006730
                                                                        00006740
       260-LIST-BALANCE-NO-MASTER.                                      00006750
                                                                        00006760
           IF LINE-COUNT >= LINES-ON-PAGE                               00006770
               PERFORM 230-PRINT-HEADING-LINES.                         00006780
           MOVE AB-BRANCH-NUMBER    TO COL-BRANCH-NUMBER.               00006790
           MOVE AB-CUSTOMER-NUMBER  TO COL-CUSTOMER-NUMBER.             00006800
           MOVE SPACES              TO COL-CUSTOMER-NAME                00006810
                                       COL-SALESREP-NUMBER              00006820
                                       COL-REASON.                      00006830
           MOVE ZERO                TO COL-CREDIT-LIMIT.                00006840
           MOVE "NO CUSTOMER MASTER" TO COL-ACTION.                     00006850
           PERFORM 250-PRINT-AR-COLUMNS.                                00006860
           ADD 1 TO NO-MASTER-COUNT.                                    00006870
           ADD AB-OPEN-BALANCE TO NO-MASTER-AMOUNT.                     00006880
           MOVE AB-BRANCH-NUMBER    TO AW-BRANCH-NUMBER.                00006890
           MOVE ZERO                TO AW-SALESREP-NUMBER.              00006900
           MOVE AB-CUSTOMER-NUMBER  TO AW-CUSTOMER-NUMBER.              00006910
           MOVE "NO CUSTOMER MASTER" TO AW-CUSTOMER-NAME.               00006920
           MOVE SPACE               TO AW-CUSTOMER-STATUS.              00006930
           PERFORM 285-MOVE-ATB-AMOUNTS.                                00006940
                                                                        00006950
       280-WRITE-ATB-WORK.                                              00006960
                                                                        00006970
           MOVE CM-BRANCH-NUMBER    TO AW-BRANCH-NUMBER.                00006980
           MOVE CM-SALESREP-NUMBER  TO AW-SALESREP-NUMBER.              00006990
           MOVE CM-CUSTOMER-NUMBER  TO AW-CUSTOMER-NUMBER.              00007000
           MOVE CM-CUSTOMER-NAME    TO AW-CUSTOMER-NAME.                00007010
           MOVE CM-CUSTOMER-STATUS  TO AW-CUSTOMER-STATUS.              00007020
           PERFORM 285-MOVE-ATB-AMOUNTS.                                00007030
                                                                        00007040
       285-MOVE-ATB-AMOUNTS.                                            00007050
                                                                        00007060
           MOVE AB-OPEN-BALANCE     TO AW-OPEN-BALANCE.                 00007070
           MOVE AB-CURRENT          TO AW-CURRENT.                      00007080
           MOVE AB-DAYS-31-60       TO AW-DAYS-31-60.                   00007090
           MOVE AB-DAYS-61-90       TO AW-DAYS-61-90.                   00007100
           MOVE AB-OVER-90          TO AW-OVER-90.                      00007110
           MOVE AB-OLDEST-ITEM-DATE TO AW-OLDEST-ITEM-DATE.             00007120
           MOVE ATB-WORK-FIELDS TO ATB-WORK-RECORD.                     00007130
           WRITE ATB-WORK-RECORD.                                       00007140
                                                                        00007150
       290-WRITE-NEW-MASTER.                                            00007160
                                                                        00007170
           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD.            00007180
           WRITE NEW-MASTER-RECORD.                                     00007190
           ADD 1 TO MASTERS-WRITTEN-COUNT.                              00007200
                                                                        00007210
       230-PRINT-HEADING-LINES.                                         00007220
                                                                        00007230
           ADD 1 TO PAGE-COUNT.                                         00007240
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00007250
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00007260
           WRITE PRINT-AREA.                                            00007270
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00007280
           WRITE PRINT-AREA.                                            00007290
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00007300
           WRITE PRINT-AREA.                                            00007310
           MOVE ZERO TO LINE-COUNT.                                     00007320
                                                                        00007330
       300-PRINT-AGED-TRIAL-BALANCE.                                    00007340
                                                                        00007350
           OPEN INPUT  ATBSRT                                           00007360
                OUTPUT ATBRPT.                                          00007370
           PERFORM 330-PRINT-ATB-HEADING-LINES.                         00007380
           PERFORM 310-PROCESS-ATB-RECORD                               00007390
               UNTIL ATBSRT-EOF-SWITCH = "Y".                           00007400
           IF FIRST-RECORD-SWITCH = "N"                                 00007410
               PERFORM 345-PRINT-REP-TOTAL                              00007420
               PERFORM 350-PRINT-BRANCH-TOTAL.                          00007430
           PERFORM 360-PRINT-ATB-GRAND-TOTAL.                           00007440
           CLOSE ATBSRT                                                 00007450
                 ATBRPT.                                                00007460
                                                                        00007470
       310-PROCESS-ATB-RECORD.                                          00007480
                                                                        00007490
           READ ATBSRT                                                  00007500
               AT END                                                   00007510
                   MOVE "Y" TO ATBSRT-EOF-SWITCH                        00007520
               NOT AT END                                               00007530
                   PERFORM 320-CHECK-ATB-BREAKS                         00007540
                   PERFORM 340-PRINT-ATB-DETAIL                         00007550
           END-READ.                                                    00007560
                                                                        00007570
       320-CHECK-ATB-BREAKS.                                            00007580
                                                                        00007590
           IF FIRST-RECORD-SWITCH = "Y"                                 00007600
               MOVE "N" TO FIRST-RECORD-SWITCH                          00007610
               PERFORM 335-PRINT-BRANCH-HEADING                         00007620
               PERFORM 337-PRINT-REP-HEADING                            00007630
           ELSE                                                         00007640
               IF AT-BRANCH-NUMBER NOT = PREV-BRANCH-NUMBER             00007650
                   PERFORM 345-PRINT-REP-TOTAL                          00007660
                   PERFORM 350-PRINT-BRANCH-TOTAL                       00007670
                   PERFORM 335-PRINT-BRANCH-HEADING                     00007680
                   PERFORM 337-PRINT-REP-HEADING                        00007690
               ELSE                                                     00007700
                   IF AT-SALESREP-NUMBER NOT = PREV-SALESREP-NUMBER     00007710
                       PERFORM 345-PRINT-REP-TOTAL                      00007720
                       PERFORM 337-PRINT-REP-HEADING.                   00007730
           MOVE AT-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER.               00007740
           MOVE AT-SALESREP-NUMBER TO PREV-SALESREP-NUMBER.             00007750
                                                                        00007760
       330-PRINT-ATB-HEADING-LINES.                                     00007770
                                                                        00007780
           ADD 1 TO ATB-PAGE-COUNT.                                     00007790
           MOVE ATB-PAGE-COUNT     TO AH1-PAGE-NUMBER.                  00007800
           MOVE ATB-HEADING-LINE-1 TO ATB-PRINT-AREA.                   00007810
           WRITE ATB-PRINT-AREA.                                        00007820
           MOVE ATB-HEADING-LINE-2 TO ATB-PRINT-AREA.                   00007830
           WRITE ATB-PRINT-AREA.                                        00007840
           MOVE HEADING-LINE-3     TO ATB-PRINT-AREA.                   00007850
           WRITE ATB-PRINT-AREA.                                        00007860
           MOVE ZERO TO ATB-LINE-COUNT.                                 00007870
                                                                        00007880
       335-PRINT-BRANCH-HEADING.                                        00007890
                                                                        00007900
           IF ATB-LINE-COUNT >= LINES-ON-PAGE - 4                       00007910
               PERFORM 330-PRINT-ATB-HEADING-LINES.                     00007920
           MOVE AT-BRANCH-NUMBER TO ABH-BRANCH-NUMBER                   00007930
                                    WS-LOOKUP-BRANCH-NUMBER.            00007940
           PERFORM 048-LOOKUP-BRANCH-NAME.                              00007950
           MOVE WS-LOOKED-UP-BRANCH-NAME TO ABH-BRANCH-NAME.            00007960
           MOVE SPACES TO ATB-PRINT-AREA.                               00007970
           WRITE ATB-PRINT-AREA.                                        00007980
           MOVE ATB-BRANCH-HEADING-LINE TO ATB-PRINT-AREA.              00007990
           WRITE ATB-PRINT-AREA.                                        00008000
           ADD 2 TO ATB-LINE-COUNT.                                     00008010
                                                                        00008020
       337-PRINT-REP-HEADING.                                           00008030
                                                                        00008040
           IF ATB-LINE-COUNT >= LINES-ON-PAGE - 2                       00008050
               PERFORM 330-PRINT-ATB-HEADING-LINES.                     00008060
           MOVE AT-SALESREP-NUMBER TO ARH-SALESREP-NUMBER               00008070
                                      WS-LOOKUP-SALESREP-NUMBER.        00008080
           MOVE AT-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.          00008090
           PERFORM 049-LOOKUP-SALESREP-NAME.                            00008100
           MOVE WS-LOOKED-UP-SALESREP-NAME TO ARH-SALESREP-NAME.        00008110
           MOVE ATB-REP-HEADING-LINE TO ATB-PRINT-AREA.                 00008120
           WRITE ATB-PRINT-AREA.                                        00008130
           ADD 1 TO ATB-LINE-COUNT.                                     00008140
                                                                        00008150
       340-PRINT-ATB-DETAIL.                                            00008160
                                                                        00008170
           IF ATB-LINE-COUNT >= LINES-ON-PAGE                           00008180
               PERFORM 330-PRINT-ATB-HEADING-LINES.                     00008190
           MOVE AT-CUSTOMER-NUMBER  TO ADL-CUSTOMER-NUMBER.             00008200
           MOVE AT-CUSTOMER-NAME    TO ADL-CUSTOMER-NAME.               00008210
           MOVE AT-CUSTOMER-STATUS  TO ADL-CUSTOMER-STATUS.             00008220
           MOVE AT-OPEN-BALANCE     TO ADL-OPEN-BALANCE.                00008230
           MOVE AT-CURRENT          TO ADL-CURRENT.                     00008240
           MOVE AT-DAYS-31-60       TO ADL-DAYS-31-60.                  00008250
           MOVE AT-DAYS-61-90       TO ADL-DAYS-61-90.                  00008260
           MOVE AT-OVER-90          TO ADL-OVER-90.                     00008270
           MOVE AT-OLDEST-ITEM-DATE TO ADL-OLDEST-DATE.                 00008280
           MOVE ATB-DETAIL-LINE TO ATB-PRINT-AREA.                      00008290
           WRITE ATB-PRINT-AREA.                                        00008300
           ADD 1 TO ATB-LINE-COUNT.                                     00008310
           ADD 1               TO ATB-REP-COUNT.                        00008320
           ADD AT-OPEN-BALANCE TO ATB-REP-BALANCE.                      00008330
           ADD AT-CURRENT      TO ATB-REP-CURRENT.                      00008340
           ADD AT-DAYS-31-60   TO ATB-REP-31-60.                        00008350
           ADD AT-DAYS-61-90   TO ATB-REP-61-90.                        00008360
           ADD AT-OVER-90      TO ATB-REP-OVER-90.                      00008370
                                                                        00008380
       345-PRINT-REP-TOTAL.                                             00008390
                                                                        00008400
           MOVE "REP TOTAL:"         TO ATL-LABEL.                      00008410
           MOVE ATB-REP-COUNT        TO ATL-COUNT.                      00008420
           MOVE ATB-REP-BALANCE      TO ATL-OPEN-BALANCE.               00008430
           MOVE ATB-REP-CURRENT      TO ATL-CURRENT.                    00008440
           MOVE ATB-REP-31-60        TO ATL-DAYS-31-60.                 00008450
           MOVE ATB-REP-61-90        TO ATL-DAYS-61-90.                 00008460
           MOVE ATB-REP-OVER-90      TO ATL-OVER-90.                    00008470
           PERFORM 370-PRINT-ATB-TOTAL-LINE.                            00008480
           ADD ATB-REP-COUNT         TO ATB-BRANCH-COUNT.               00008490
           ADD ATB-REP-BALANCE       TO ATB-BRANCH-BALANCE.             00008500
           ADD ATB-REP-CURRENT       TO ATB-BRANCH-CURRENT.             00008510
           ADD ATB-REP-31-60         TO ATB-BRANCH-31-60.               00008520
           ADD ATB-REP-61-90         TO ATB-BRANCH-61-90.               00008530
           ADD ATB-REP-OVER-90       TO ATB-BRANCH-OVER-90.             00008540
           INITIALIZE ATB-REP-TOTALS.                                   00008550
                                                                        00008560
       350-PRINT-BRANCH-TOTAL.                                          00008570
                                                                        00008580
           MOVE "BRANCH TOTAL:"      TO ATL-LABEL.                      00008590
           MOVE ATB-BRANCH-COUNT     TO ATL-COUNT.                      00008600
           MOVE ATB-BRANCH-BALANCE   TO ATL-OPEN-BALANCE.               00008610
           MOVE ATB-BRANCH-CURRENT   TO ATL-CURRENT.                    00008620
           MOVE ATB-BRANCH-31-60     TO ATL-DAYS-31-60.                 00008630
           MOVE ATB-BRANCH-61-90     TO ATL-DAYS-61-90.                 00008640
           MOVE ATB-BRANCH-OVER-90   TO ATL-OVER-90.                    00008650
           PERFORM 370-PRINT-ATB-TOTAL-LINE.                            00008660
           ADD ATB-BRANCH-COUNT      TO ATB-GRAND-COUNT.                00008670
           ADD ATB-BRANCH-BALANCE    TO ATB-GRAND-BALANCE.              00008680
           ADD ATB-BRANCH-CURRENT    TO ATB-GRAND-CURRENT.              00008690
           ADD ATB-BRANCH-31-60      TO ATB-GRAND-31-60.                00008700
           ADD ATB-BRANCH-61-90      TO ATB-GRAND-61-90.                00008710
           ADD ATB-BRANCH-OVER-90    TO ATB-GRAND-OVER-90.              00008720
           INITIALIZE ATB-BRANCH-TOTALS.                                00008730
                                                                        00008740
       360-PRINT-ATB-GRAND-TOTAL.                                       00008750
                                                                        00008760
           IF ATB-LINE-COUNT >= LINES-ON-PAGE - 2                       00008770
               PERFORM 330-PRINT-ATB-HEADING-LINES.                     00008780
           MOVE SPACES TO ATB-PRINT-AREA.                               00008790
           WRITE ATB-PRINT-AREA.                                        00008800
           ADD 1 TO ATB-LINE-COUNT.                                     00008810
           MOVE "GRAND TOTAL:"       TO ATL-LABEL.                      00008820
           MOVE ATB-GRAND-COUNT      TO ATL-COUNT.                      00008830
           MOVE ATB-GRAND-BALANCE    TO ATL-OPEN-BALANCE.               00008840
           MOVE ATB-GRAND-CURRENT    TO ATL-CURRENT.                    00008850
           MOVE ATB-GRAND-31-60      TO ATL-DAYS-31-60.                 00008860
           MOVE ATB-GRAND-61-90      TO ATL-DAYS-61-90.                 00008870
           MOVE ATB-GRAND-OVER-90    TO ATL-OVER-90.                    00008880
           PERFORM 370-PRINT-ATB-TOTAL-LINE.                            00008890
           DISPLAY "RPT2250: ATB CUSTOMERS:       " ATB-GRAND-COUNT.    00008900
                                                                        00008910
       370-PRINT-ATB-TOTAL-LINE.                                        00008920
                                                                        00008930
           MOVE ATB-TOTAL-LINE TO ATB-PRINT-AREA.                       00008940
           WRITE ATB-PRINT-AREA.                                        00008950
           ADD 1 TO ATB-LINE-COUNT.                                     00008960
                                                                        00008970
       500-PRINT-COLLECTIONS-TOTALS.                                    00008980
                                                                        00008990
           IF LINE-COUNT >= LINES-ON-PAGE - 10                          00009000
               PERFORM 230-PRINT-HEADING-LINES.                         00009010
           MOVE SPACES TO PRINT-AREA.                                   00009020
           WRITE PRINT-AREA.                                            00009030
           MOVE "CUSTOMER MASTERS READ:        " TO CTL-LABEL.          00009040
           MOVE MASTERS-READ-COUNT     TO CTL-COUNT.                    00009050
           MOVE ZERO                   TO CTL-AMOUNT.                   00009060
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009070
           MOVE "AR BALANCES READ:             " TO CTL-LABEL.          00009080
           MOVE BALANCES-READ-COUNT    TO CTL-COUNT.                    00009090
           MOVE BALANCES-READ-AMOUNT   TO CTL-AMOUNT.                   00009100
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009110
           MOVE "ACCOUNTS LISTED:              " TO CTL-LABEL.          00009120
           MOVE LISTED-COUNT           TO CTL-COUNT.                    00009130
           MOVE LISTED-AMOUNT          TO CTL-AMOUNT.                   00009140
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009150
           MOVE "  PLACED ON HOLD:             " TO CTL-LABEL.          00009160
           MOVE PLACED-ON-HOLD-COUNT   TO CTL-COUNT.                    00009170
           MOVE PLACED-ON-HOLD-AMOUNT  TO CTL-AMOUNT.                   00009180
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009190
           MOVE "  ALREADY ON HOLD:            " TO CTL-LABEL.          00009200
           MOVE ALREADY-ON-HOLD-COUNT  TO CTL-COUNT.                    00009210
           MOVE ALREADY-ON-HOLD-AMOUNT TO CTL-AMOUNT.                   00009220
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009230
           MOVE "  ACCOUNT NOT ACTIVE:         " TO CTL-LABEL.          00009240
           MOVE CLOSED-LISTED-COUNT    TO CTL-COUNT.                    00009250
           MOVE CLOSED-LISTED-AMOUNT   TO CTL-AMOUNT.                   00009260
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009270
           MOVE "  NO CUSTOMER MASTER:         " TO CTL-LABEL.          00009280
           MOVE NO-MASTER-COUNT        TO CTL-COUNT.                    00009290
           MOVE NO-MASTER-AMOUNT       TO CTL-AMOUNT.                   00009300
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009310
           MOVE "CUSTOMER MASTERS WRITTEN:     " TO CTL-LABEL.          00009320
           MOVE MASTERS-WRITTEN-COUNT  TO CTL-COUNT.                    00009330
           MOVE ZERO                   TO CTL-AMOUNT.                   00009340
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00009350
           DISPLAY "RPT2250: MASTERS READ:        " MASTERS-READ-COUNT. 00009360
           DISPLAY "RPT2250: PLACED ON HOLD:      "                     00009370
               PLACED-ON-HOLD-COUNT.                                    00009380
           DISPLAY "RPT2250: ACCOUNTS LISTED:     " LISTED-COUNT.       00009390
           DISPLAY "RPT2250: BALANCES NO MASTER:  " NO-MASTER-COUNT.    00009400
                                                                        00009410
       510-PRINT-ONE-TOTAL-LINE.                                        00009420
                                                                        00009430
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00009440
           WRITE PRINT-AREA.                                            00009450
           ADD 1 TO LINE-COUNT.                                         00009460
