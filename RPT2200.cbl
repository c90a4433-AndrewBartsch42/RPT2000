       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2200.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT SUSPENSE ASSIGN TO SUSPENSE.                          00000100
           SELECT SUSPSRT  ASSIGN TO SUSPSRT.                           00000110
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000120
           SELECT BRANMAST ASSIGN TO BRANMAST.                          00000130
           SELECT AGERPT   ASSIGN TO AGERPT.                            00000140
                                                                        00000150
       DATA DIVISION.                                                   00000160
                                                                        00000170
       FILE SECTION.                                                    00000180
                                                                        00000190
       FD  SUSPENSE                                                     00000200
           RECORDING MODE IS F                                          00000210
           LABEL RECORDS ARE STANDARD                                   00000220
           RECORD CONTAINS 160 CHARACTERS                               00000230
           BLOCK CONTAINS 160 CHARACTERS.                               00000240
       01  SUSPENSE-IN-RECORD          PIC X(160).                      00000250
                                                                        00000260
       SD  SORTWK01                                                     00000270
           RECORD CONTAINS 160 CHARACTERS.                              00000280
       01  SORT-RECORD.                                                 00000290
           05  SW-SUSPENSE-KEY         PIC X(13).                       00000300
           05  FILLER                  PIC X(30).                       00000310
           05  SW-BRANCH-NUMBER        PIC X(2).                        00000320
           05  FILLER                  PIC X(78).                       00000330
           05  SW-FIRST-REJECT-DATE    PIC 9(8).                        00000340
           05  FILLER                  PIC X(29).                       00000350
                                                                        00000360
       FD  SUSPSRT                                                      00000370
           RECORDING MODE IS F                                          00000380
           LABEL RECORDS ARE STANDARD                                   00000390
           RECORD CONTAINS 160 CHARACTERS                               00000400
           BLOCK CONTAINS 160 CHARACTERS.                               00000410
       01  SUSPENSE-RECORD.                                             00000420
           05  SU-SUSPENSE-KEY.                                         00000430
               10  SU-KEY-DATE         PIC 9(8).                        00000440
               10  SU-KEY-SEQUENCE     PIC 9(5).                        00000450
           05  SU-TRANSACTION-IMAGE.                                    00000460
               10  SU-CUSTOMER-NUMBER  PIC X(5).                        00000470
               10  SU-INVOICE-NUMBER   PIC X(8).                        00000480
               10  SU-INVOICE-DATE     PIC X(8).                        00000490
               10  SU-INVOICE-AMOUNT   PIC S9(7)V99.                    00000500
               10  SU-BRANCH-NUMBER    PIC X(2).                        00000510
               10  SU-SALESREP-NUMBER  PIC X(2).                        00000520
               10  FILLER              PIC X(46).                       00000530
           05  SU-REJECT-REASON        PIC X(30).                       00000540
           05  SU-FIRST-REJECT-DATE    PIC 9(8).                        00000550
           05  SU-LAST-REJECT-DATE     PIC 9(8).                        00000560
           05  SU-ITEM-STATUS          PIC X(1).                        00000570
               88  SU-ITEM-OPEN            VALUE "O".                   00000580
               88  SU-ITEM-CORRECTED       VALUE "C".                   00000590
               88  SU-ITEM-DELETED         VALUE "D".                   00000600
           05  SU-LAST-ACTION-DATE     PIC 9(8).                        00000610
           05  SU-LAST-ACTION-TERMINAL PIC X(4).                        00000620
           05  FILLER                  PIC X(8).                        00000630
                                                                        00000640
       FD  BRANMAST                                                     00000650
           RECORDING MODE IS F                                          00000660
           LABEL RECORDS ARE STANDARD                                   00000670
           RECORD CONTAINS 40 CHARACTERS                                00000680
           BLOCK CONTAINS 40 CHARACTERS.                                00000690
       01  BRANCH-MASTER-RECORD.                                        00000700
           05  BM-BRANCH-NUMBER           PIC 9(2).                     00000710
           05  BM-BRANCH-NAME             PIC X(20).                    00000720
           05  BM-REGION                  PIC X(10).                    00000730
           05  FILLER                     PIC X(8).                     00000740
                                                                        00000750
       FD  AGERPT                                                       00000760
           RECORDING MODE IS F                                          00000770
           LABEL RECORDS ARE STANDARD                                   00000780
           RECORD CONTAINS 130 CHARACTERS                               00000790
           BLOCK CONTAINS 130 CHARACTERS.                               00000800
       01  PRINT-AREA      PIC X(130).                                  00000810
                                                                        00000820
       WORKING-STORAGE SECTION.                                         00000830
                                                                        00000840
       01  SWITCHES.                                                    00000850
           05  SUSPSRT-EOF-SWITCH      PIC X    VALUE "N".              00000860
           05  BRANMAST-EOF-SWITCH     PIC X    VALUE "N".              00000870
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00000880
                                                                        00000890
       01  AGING-FIELDS.                                                00000900
           05  AGING-THRESHOLD-DAYS    PIC 9(3)     VALUE 5.            00000910
           05  RUN-DATE                PIC 9(8)     VALUE ZERO.         00000920
           05  ITEM-AGE-DAYS           PIC S9(5)    VALUE ZERO.         00000930
                                                                        00000940
       01  BRANCH-TABLE-FIELDS.                                         00000950
           05  BRANCH-TABLE-COUNT      PIC 9(3)    VALUE ZERO.          00000960
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES.                      00000970
               10  BT-BRANCH-NUMBER    PIC 9(2).                        00000980
               10  BT-BRANCH-NAME      PIC X(20).                       00000990
               10  BT-REGION           PIC X(10).                       00001000
                                                                        00001010
       01  LOOKUP-WORK-FIELDS.                                          00001020
           05  WS-LOOKUP-BRANCH-NUMBER     PIC 9(2).                    00001030
           05  WS-LOOKED-UP-BRANCH-NAME    PIC X(20).                   00001040
           05  WS-BRANCH-FOUND-SWITCH      PIC X    VALUE "N".          00001050
           05  WS-TABLE-SUBSCRIPT          PIC 9(3) VALUE ZERO.         00001060
                                                                        00001070
       01  BRANCH-BREAK-FIELDS.                                         00001080
           05  PREV-BRANCH-NUMBER      PIC X(2)     VALUE SPACE.        00001090
                                                                        00001100
       01  CONTROL-TOTAL-FIELDS.                                        00001110
           05  ITEMS-READ-COUNT        PIC 9(7)      VALUE ZERO.        00001120
           05  ITEMS-READ-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001130
           05  BRANCH-AGED-COUNT       PIC 9(7)      VALUE ZERO.        00001140
           05  BRANCH-AGED-AMOUNT      PIC S9(11)V99 VALUE ZERO.        00001150
           05  GRAND-AGED-COUNT        PIC 9(7)      VALUE ZERO.        00001160
           05  GRAND-AGED-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001170
                                                                        00001180
       01  PRINT-FIELDS.                                                00001190
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001200
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001210
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001220
                                                                        00001230
       01  CURRENT-DATE-AND-TIME.                                       00001240
           05  CD-YEAR         PIC 9999.                                00001250
           05  CD-MONTH        PIC 99.                                  00001260
           05  CD-DAY          PIC 99.                                  00001270
           05  CD-HOURS        PIC 99.                                  00001280
           05  CD-MINUTES      PIC 99.                                  00001290
           05  FILLER          PIC X(9).                                00001300
                                                                        00001310
       01  HEADING-LINE-1.                                              00001320
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001330
           05  HL1-MONTH       PIC 9(2).                                00001340
           05  FILLER          PIC X(1)    VALUE "/".                   00001350
           05  HL1-DAY         PIC 9(2).                                00001360
           05  FILLER          PIC X(1)    VALUE "/".                   00001370
           05  HL1-YEAR        PIC 9(4).                                00001380
           05  FILLER          PIC X(16)   VALUE SPACE.                 00001390
           05  FILLER          PIC X(30)                                00001400
               VALUE "SUSPENSE AGING REPORT - OVER ".                   00001410
           05  HL1-THRESHOLD   PIC ZZ9.                                 00001420
           05  FILLER          PIC X(6)    VALUE " DAYS ".              00001430
           05  FILLER          PIC X(8)    VALUE "PAGE: ".              00001440
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001450
           05  FILLER          PIC X(46)   VALUE SPACE.                 00001460
                                                                        00001470
       01  HEADING-LINE-2.                                              00001480
           05  FILLER      PIC X(4)    VALUE "BR  ".                    00001490
           05  FILLER      PIC X(15)   VALUE "SUSPENSE KEY   ".         00001500
           05  FILLER      PIC X(7)    VALUE "CUST   ".                 00001510
           05  FILLER      PIC X(4)    VALUE "RP  ".                    00001520
           05  FILLER      PIC X(10)   VALUE "INVOICE   ".              00001530
           05  FILLER      PIC X(10)   VALUE "INV DATE  ".              00001540
           05  FILLER      PIC X(15)   VALUE "AMOUNT         ".         00001550
           05  FILLER      PIC X(10)   VALUE "1ST REJ   ".              00001560
           05  FILLER      PIC X(6)    VALUE "  AGE ".                  00001570
           05  FILLER      PIC X(3)    VALUE "ST ".                     00001580
           05  FILLER      PIC X(30)   VALUE "REJECT REASON".           00001590
           05  FILLER      PIC X(16)   VALUE SPACE.                     00001600
                                                                        00001610
       01  HEADING-LINE-3.                                              00001620
           05  FILLER          PIC X(130)  VALUE ALL "-".               00001630
                                                                        00001640
       01  BRANCH-HEADING-LINE.                                         00001650
           05  FILLER              PIC X(8)     VALUE "BRANCH  ".       00001660
           05  BHL-BRANCH-NUMBER   PIC X(2).                            00001670
           05  FILLER              PIC X(2)     VALUE SPACE.            00001680
           05  BHL-BRANCH-NAME     PIC X(20).                           00001690
           05  FILLER              PIC X(98)    VALUE SPACE.            00001700
                                                                        00001710
       01  AGED-ITEM-LINE.                                              00001720
           05  AL-BRANCH-NUMBER    PIC X(2).                            00001730
           05  FILLER              PIC X(2)     VALUE SPACE.            00001740
           05  AL-KEY-DATE         PIC 9(8).                            00001750
           05  FILLER              PIC X(1)     VALUE "-".              00001760
           05  AL-KEY-SEQUENCE     PIC 9(5).                            00001770
           05  FILLER              PIC X(1)     VALUE SPACE.            00001780
           05  AL-CUSTOMER-NUMBER  PIC X(5).                            00001790
           05  FILLER              PIC X(2)     VALUE SPACE.            00001800
           05  AL-SALESREP-NUMBER  PIC X(2).                            00001810
           05  FILLER              PIC X(2)     VALUE SPACE.            00001820
           05  AL-INVOICE-NUMBER   PIC X(8).                            00001830
           05  FILLER              PIC X(2)     VALUE SPACE.            00001840
           05  AL-INVOICE-DATE     PIC X(8).                            00001850
           05  FILLER              PIC X(2)     VALUE SPACE.            00001860
           05  AL-INVOICE-AMOUNT   PIC Z,ZZZ,ZZ9.99-.                   00001870
           05  FILLER              PIC X(2)     VALUE SPACE.            00001880
           05  AL-FIRST-REJECT     PIC 9(8).                            00001890
           05  FILLER              PIC X(2)     VALUE SPACE.            00001900
           05  AL-AGE-DAYS         PIC ZZZZ9.                           00001910
           05  FILLER              PIC X(1)     VALUE SPACE.            00001920
           05  AL-ITEM-STATUS      PIC X(1).                            00001930
           05  FILLER              PIC X(2)     VALUE SPACE.            00001940
           05  AL-REJECT-REASON    PIC X(30).                           00001950
           05  FILLER              PIC X(16)    VALUE SPACE.            00001960
                                                                        00001970
       01  CONTROL-TOTAL-LINE.                                          00001980
           05  FILLER              PIC X(3)     VALUE SPACE.            00001990
           05  CTL-LABEL           PIC X(30).                           00002000
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00002010
           05  FILLER              PIC X(3)     VALUE SPACE.            00002020
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.                 00002030
           05  FILLER              PIC X(72)    VALUE SPACE.            00002040
                                                                        00002050
       PROCEDURE DIVISION.                                              00002060
                                                                        00002070
       000-PRODUCE-AGING-REPORT.                                        00002080
                                                                        00002090
           SORT SORTWK01                                                00002100
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00002110
                                SW-FIRST-REJECT-DATE                    00002120
                                SW-SUSPENSE-KEY                         00002130
               USING SUSPENSE                                           00002140
               GIVING SUSPSRT.                                          00002150
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002160
           PERFORM 040-LOAD-BRANCH-TABLE.                               00002170
           OPEN INPUT  SUSPSRT                                          00002180
                OUTPUT AGERPT.                                          00002190
           PERFORM 230-PRINT-HEADING-LINES.                             00002200
           PERFORM 200-PROCESS-SUSPENSE-ITEM                            00002210
               UNTIL SUSPSRT-EOF-SWITCH = "Y".                          00002220
           IF FIRST-RECORD-SWITCH = "N"                                 00002230
               PERFORM 250-PRINT-BRANCH-TOTAL.                          00002240
           PERFORM 500-PRINT-GRAND-TOTALS.                              00002250
           CLOSE SUSPSRT                                                00002260
                 AGERPT.                                                00002270
           STOP RUN.                                                    00002280
                                                                        00002290
       100-FORMAT-REPORT-HEADING.                                       00002300
                                                                        00002310
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002320
           MOVE CD-MONTH   TO HL1-MONTH.                                00002330
           MOVE CD-DAY     TO HL1-DAY.                                  00002340
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002350
           MOVE AGING-THRESHOLD-DAYS TO HL1-THRESHOLD.                  00002360
           COMPUTE RUN-DATE =                                           00002370
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00002380
                                                                        00002390
       040-LOAD-BRANCH-TABLE.                                           00002400
                                                                        00002410
           OPEN INPUT BRANMAST.                                         00002420
           PERFORM 041-READ-BRANCH-RECORD                               00002430
               UNTIL BRANMAST-EOF-SWITCH = "Y".                         00002440
           CLOSE BRANMAST.                                              00002450
                                                                        00002460
       041-READ-BRANCH-RECORD.                                          00002470
                                                                        00002480
           READ BRANMAST                                                00002490
               AT END                                                   00002500
                   MOVE "Y" TO BRANMAST-EOF-SWITCH                      00002510
               NOT AT END                                               00002520
                   ADD 1 TO BRANCH-TABLE-COUNT                          00002530
                   MOVE BM-BRANCH-NUMBER                                00002540
                       TO BT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)          00002550
                   MOVE BM-BRANCH-NAME                                  00002560
                       TO BT-BRANCH-NAME(BRANCH-TABLE-COUNT)            00002570
                   MOVE BM-REGION                                       00002580
                       TO BT-REGION(BRANCH-TABLE-COUNT)                 00002590
           END-READ.                                                    00002600
                                                                        00002610
       048-LOOKUP-BRANCH-NAME.                                          00002620
                                                                        00002630
           MOVE "UNKNOWN BRANCH " TO WS-LOOKED-UP-BRANCH-NAME.          00002640
           MOVE "N" TO WS-BRANCH-FOUND-SWITCH.                          00002650
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00002660
               UNTIL WS-TABLE-SUBSCRIPT > BRANCH-TABLE-COUNT            00002670
                  OR WS-BRANCH-FOUND-SWITCH = "Y"                       00002680
               IF BT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00002690
                   WS-LOOKUP-BRANCH-NUMBER                              00002700
                   MOVE BT-BRANCH-NAME(WS-TABLE-SUBSCRIPT)              00002710
                       TO WS-LOOKED-UP-BRANCH-NAME                      00002720
                   MOVE "Y" TO WS-BRANCH-FOUND-SWITCH                   00002730
               END-IF                                                   00002740
           END-PERFORM.                                                 00002750
                                                                        00002760
       200-PROCESS-SUSPENSE-ITEM.                                       00002770
                                                                        00002780
           PERFORM 210-READ-SUSPENSE-ITEM.                              00002790
           IF SUSPSRT-EOF-SWITCH = "N"                                  00002800
               AND NOT SU-ITEM-DELETED                                  00002810
               ADD 1 TO ITEMS-READ-COUNT                                00002820
               IF SU-INVOICE-AMOUNT NUMERIC                             00002830
                   ADD SU-INVOICE-AMOUNT TO ITEMS-READ-AMOUNT           00002840
               END-IF                                                   00002850
               COMPUTE ITEM-AGE-DAYS =                                  00002860
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)                   00002870
                 - FUNCTION INTEGER-OF-DATE(SU-FIRST-REJECT-DATE)       00002880
               IF ITEM-AGE-DAYS > AGING-THRESHOLD-DAYS                  00002890
                   PERFORM 225-CHECK-BRANCH-BREAK                       00002900
                   PERFORM 240-PRINT-AGED-ITEM.                         00002910
                                                                        00002920
       210-READ-SUSPENSE-ITEM.                                          00002930
                                                                        00002940
           READ SUSPSRT                                                 00002950
               AT END                                                   00002960
                   MOVE "Y" TO SUSPSRT-EOF-SWITCH.                      00002970
                                                                        00002980
       225-CHECK-BRANCH-BREAK.                                          00002990
                                                                        00003000
           IF FIRST-RECORD-SWITCH = "Y"                                 00003010
               MOVE "N" TO FIRST-RECORD-SWITCH                          00003020
               PERFORM 235-PRINT-BRANCH-HEADING                         00003030
           ELSE                                                         00003040
               IF SU-BRANCH-NUMBER NOT = PREV-BRANCH-NUMBER             00003050
                   PERFORM 250-PRINT-BRANCH-TOTAL                       00003060
                   PERFORM 235-PRINT-BRANCH-HEADING.                    00003070
           MOVE SU-BRANCH-NUMBER TO PREV-BRANCH-NUMBER.                 00003080
                                                                        00003090
       235-PRINT-BRANCH-HEADING.                                        00003100
                                                                        00003110
           IF LINE-COUNT >= LINES-ON-PAGE - 3                           00003120
               PERFORM 230-PRINT-HEADING-LINES.                         00003130
           MOVE SU-BRANCH-NUMBER TO BHL-BRANCH-NUMBER.                  00003140
           IF SU-BRANCH-NUMBER NUMERIC                                  00003150
               MOVE SU-BRANCH-NUMBER TO WS-LOOKUP-BRANCH-NUMBER         00003160
               PERFORM 048-LOOKUP-BRANCH-NAME                           00003170
               MOVE WS-LOOKED-UP-BRANCH-NAME TO BHL-BRANCH-NAME         00003180
           ELSE                                                         00003190
               MOVE "INVALID BRANCH" TO BHL-BRANCH-NAME.                00003200
           MOVE SPACES TO PRINT-AREA.                                   00003210
           WRITE PRINT-AREA.                                            00003220
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA.                      00003230
           WRITE PRINT-AREA.                                            00003240
           ADD 2 TO LINE-COUNT.                                         00003250
                                                                        00003260
       240-PRINT-AGED-ITEM.                                             00003270
                                                                        00003280
           IF LINE-COUNT >= LINES-ON-PAGE                               00003290
               PERFORM 230-PRINT-HEADING-LINES.                         00003300
           MOVE SU-BRANCH-NUMBER     TO AL-BRANCH-NUMBER.               00003310
           MOVE SU-KEY-DATE          TO AL-KEY-DATE.                    00003320
           MOVE SU-KEY-SEQUENCE      TO AL-KEY-SEQUENCE.                00003330
           MOVE SU-CUSTOMER-NUMBER   TO AL-CUSTOMER-NUMBER.             00003340
           MOVE SU-SALESREP-NUMBER   TO AL-SALESREP-NUMBER.             00003350
           MOVE SU-INVOICE-NUMBER    TO AL-INVOICE-NUMBER.              00003360
           MOVE SU-INVOICE-DATE      TO AL-INVOICE-DATE.                00003370
           IF SU-INVOICE-AMOUNT NUMERIC                                 00003380
               MOVE SU-INVOICE-AMOUNT TO AL-INVOICE-AMOUNT              00003390
               ADD SU-INVOICE-AMOUNT TO BRANCH-AGED-AMOUNT              00003400
           ELSE                                                         00003410
               MOVE ZERO TO AL-INVOICE-AMOUNT.                          00003420
           MOVE SU-FIRST-REJECT-DATE TO AL-FIRST-REJECT.                00003430
           MOVE ITEM-AGE-DAYS        TO AL-AGE-DAYS.                    00003440
           MOVE SU-ITEM-STATUS       TO AL-ITEM-STATUS.                 00003450
           MOVE SU-REJECT-REASON     TO AL-REJECT-REASON.               00003460
           MOVE AGED-ITEM-LINE TO PRINT-AREA.                           00003470
           WRITE PRINT-AREA.                                            00003480
           ADD 1 TO LINE-COUNT.                                         00003490
           ADD 1 TO BRANCH-AGED-COUNT.                                  00003500
                                                                        00003510
       250-PRINT-BRANCH-TOTAL.                                          00003520
                                                                        00003530
           MOVE "BRANCH ITEMS OVER LIMIT:      " TO CTL-LABEL.          00003540
           MOVE BRANCH-AGED-COUNT    TO CTL-COUNT.                      00003550
           MOVE BRANCH-AGED-AMOUNT   TO CTL-AMOUNT.                     00003560
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003570
           ADD BRANCH-AGED-COUNT     TO GRAND-AGED-COUNT.               00003580
           ADD BRANCH-AGED-AMOUNT    TO GRAND-AGED-AMOUNT.              00003590
           MOVE ZERO TO BRANCH-AGED-COUNT                               00003600
                        BRANCH-AGED-AMOUNT.                             00003610
                                                                        00003620
       230-PRINT-HEADING-LINES.                                         00003630
                                                                        00003640
           ADD 1 TO PAGE-COUNT.                                         00003650
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00003660
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00003670
           WRITE PRINT-AREA.                                            00003680
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00003690
           WRITE PRINT-AREA.                                            00003700
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00003710
           WRITE PRINT-AREA.                                            00003720
           MOVE ZERO TO LINE-COUNT.                                     00003730
                                                                        00003740
       500-PRINT-GRAND-TOTALS.                                          00003750
                                                                        00003760
           IF LINE-COUNT >= LINES-ON-PAGE - 4                           00003770
               PERFORM 230-PRINT-HEADING-LINES.                         00003780
           MOVE SPACES TO PRINT-AREA.                                   00003790
           WRITE PRINT-AREA.                                            00003800
           MOVE "SUSPENSE ITEMS ON FILE:       " TO CTL-LABEL.          00003810
           MOVE ITEMS-READ-COUNT     TO CTL-COUNT.                      00003820
           MOVE ITEMS-READ-AMOUNT    TO CTL-AMOUNT.                     00003830
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003840
           MOVE "TOTAL ITEMS OVER LIMIT:       " TO CTL-LABEL.          00003850
           MOVE GRAND-AGED-COUNT     TO CTL-COUNT.                      00003860
           MOVE GRAND-AGED-AMOUNT    TO CTL-AMOUNT.                     00003870
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003880
           DISPLAY "RPT2200: SUSPENSE ITEMS:      " ITEMS-READ-COUNT.   00003890
           DISPLAY "RPT2200: OVER AGING LIMIT:    " GRAND-AGED-COUNT.   00003900
                                                                        00003910
       510-PRINT-ONE-TOTAL-LINE.                                        00003920
                                                                        00003930
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00003940
           WRITE PRINT-AREA.                                            00003950
           ADD 1 TO LINE-COUNT.                                         00003960
