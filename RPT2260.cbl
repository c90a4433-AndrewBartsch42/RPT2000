       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2260.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT POSTINV  ASSIGN TO POSTINV.                           00000100
           SELECT PSTSRT   ASSIGN TO PSTSRT.                            00000110
           SELECT SALESMON ASSIGN TO SALESMON.                          00000120
           SELECT MONSRT   ASSIGN TO MONSRT.                            00000130
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000140
           SELECT SORTWK02 ASSIGN TO SORTWK02.                          00000150
           SELECT MONCTL   ASSIGN TO MONCTL.                            00000160
           SELECT NEWMON   ASSIGN TO NEWMON.                            00000170
           SELECT MONRPT   ASSIGN TO MONRPT.                            00000180
                                                                        00000190
       DATA DIVISION.                                                   00000200
                                                                        00000210
       FILE SECTION.                                                    00000220
                                                                        00000230
       FD  POSTINV                                                      00000240
           RECORDING MODE IS F                                          00000250
           LABEL RECORDS ARE STANDARD                                   00000260
           RECORD CONTAINS 80 CHARACTERS                                00000270
           BLOCK CONTAINS 80 CHARACTERS.                                00000280
       01  POSTED-INVOICE-IN-RECORD    PIC X(80).                       00000290
                                                                        00000300
       SD  SORTWK01                                                     00000310
           RECORD CONTAINS 80 CHARACTERS.                               00000320
       01  SORT-RECORD.                                                 00000330
           05  SW-INVOICE-NUMBER       PIC X(8).                        00000340
           05  SW-BRANCH-NUMBER        PIC X(2).                        00000350
           05  SW-CUSTOMER-NUMBER      PIC X(5).                        00000360
           05  FILLER                  PIC X(65).                       00000370
                                                                        00000380
       FD  PSTSRT                                                       00000390
           RECORDING MODE IS F                                          00000400
           LABEL RECORDS ARE STANDARD                                   00000410
           RECORD CONTAINS 80 CHARACTERS                                00000420
           BLOCK CONTAINS 80 CHARACTERS.                                00000430
       01  POSTED-ENTRY-RECORD.                                         00000440
           05  PE-INVOICE-NUMBER       PIC X(8).                        00000450
           05  PE-BRANCH-NUMBER        PIC 9(2).                        00000460
           05  PE-CUSTOMER-NUMBER      PIC 9(5).                        00000470
           05  PE-SALESREP-NUMBER      PIC 9(2).                        00000480
           05  PE-INVOICE-DATE         PIC 9(8).                        00000490
           05  PE-INVOICE-AMOUNT       PIC S9(7)V99.                    00000500
           05  PE-POSTING-DATE         PIC 9(8).                        00000510
           05  PE-ENTRY-TYPE           PIC X(1).                        00000520
           05  PE-REASON-CODE          PIC X(2).                        00000530
           05  PE-YTD-FIELD            PIC X(1).                        00000540
               88  PE-LAST-YTD-ENTRY       VALUE "L".                   00000550
           05  FILLER                  PIC X(34).                       00000560
                                                                        00000570
       FD  SALESMON                                                     00000580
           RECORDING MODE IS F                                          00000590
           LABEL RECORDS ARE STANDARD                                   00000600
           RECORD CONTAINS 300 CHARACTERS                               00000610
           BLOCK CONTAINS 300 CHARACTERS.                               00000620
       01  MONTHLY-SALES-IN-RECORD     PIC X(300).                      00000630
                                                                        00000640
       SD  SORTWK02                                                     00000650
           RECORD CONTAINS 300 CHARACTERS.                              00000660
       01  MONTHLY-SORT-RECORD.                                         00000670
           05  SM-BRANCH-NUMBER        PIC X(2).                        00000680
           05  FILLER                  PIC X(2).                        00000690
           05  SM-CUSTOMER-NUMBER      PIC X(5).                        00000700
           05  FILLER                  PIC X(291).                      00000710
                                                                        00000720
       FD  MONSRT                                                       00000730
           RECORDING MODE IS F                                          00000740
           LABEL RECORDS ARE STANDARD                                   00000750
           RECORD CONTAINS 300 CHARACTERS                               00000760
           BLOCK CONTAINS 300 CHARACTERS.                               00000770
       01  MONTHLY-SALES-RECORD.                                        00000780
           05  MS-BRANCH-NUMBER        PIC 9(2).                        00000790
           05  MS-SALESREP-NUMBER      PIC 9(2).                        00000800
           05  MS-CUSTOMER-NUMBER      PIC 9(5).                        00000810
           05  FILLER                  PIC X(291).                      00000820
                                                                        00000830
       FD  MONCTL                                                       00000840
           RECORDING MODE IS F                                          00000850
           LABEL RECORDS ARE STANDARD                                   00000860
           RECORD CONTAINS 80 CHARACTERS                                00000870
           BLOCK CONTAINS 80 CHARACTERS.                                00000880
       01  MONTH-CONTROL-RECORD.                                        00000890
           05  MC-LAST-CLOSED-PERIOD   PIC 9(6).                        00000900
           05  MC-LAST-CLOSE-DATE      PIC 9(8).                        00000910
           05  FILLER                  PIC X(66).                       00000920
                                                                        00000930
       FD  NEWMON                                                       00000940
           RECORDING MODE IS F                                          00000950
           LABEL RECORDS ARE STANDARD                                   00000960
           RECORD CONTAINS 300 CHARACTERS                               00000970
           BLOCK CONTAINS 300 CHARACTERS.                               00000980
       01  NEW-MONTHLY-SALES-RECORD    PIC X(300).                      00000990
                                                                        00001000
       FD  MONRPT                                                       00001010
           RECORDING MODE IS F                                          00001020
           LABEL RECORDS ARE STANDARD                                   00001030
           RECORD CONTAINS 130 CHARACTERS                               00001040
           BLOCK CONTAINS 130 CHARACTERS.                               00001050
       01  PRINT-AREA      PIC X(130).                                  00001060
                                                                        00001070
       WORKING-STORAGE SECTION.                                         00001080
                                                                        00001090
       01  SWITCHES.                                                    00001100
           05  PSTSRT-EOF-SWITCH       PIC X    VALUE "N".              00001110
           05  MONSRT-EOF-SWITCH       PIC X    VALUE "N".              00001120
                                                                        00001130
       01  MATCH-KEY-FIELDS.                                            00001140
           05  POSTING-KEY.                                             00001150
               10  PK-BRANCH-NUMBER    PIC 9(2).                        00001160
               10  PK-CUSTOMER-NUMBER  PIC 9(5).                        00001170
           05  BUCKET-KEY.                                              00001180
               10  BK-BRANCH-NUMBER    PIC 9(2).                        00001190
               10  BK-CUSTOMER-NUMBER  PIC 9(5).                        00001200
           05  CURRENT-KEY.                                             00001210
               10  CU-BRANCH-NUMBER    PIC 9(2).                        00001220
               10  CU-CUSTOMER-NUMBER  PIC 9(5).                        00001230
                                                                        00001240
       01  MONTHLY-WORK-RECORD.                                         00001250
           05  MW-BRANCH-NUMBER        PIC 9(2).                        00001260
           05  MW-SALESREP-NUMBER      PIC 9(2).                        00001270
           05  MW-CUSTOMER-NUMBER      PIC 9(5).                        00001280
           05  MW-FISCAL-YEAR          PIC 9(4).                        00001290
           05  MW-THIS-YEAR-SALES.                                      00001300
               10  MW-THIS-MONTH-SALES PIC S9(9)V99 OCCURS 12 TIMES.    00001310
           05  MW-LAST-YEAR-SALES.                                      00001320
               10  MW-LAST-MONTH-SALES PIC S9(9)V99 OCCURS 12 TIMES.    00001330
           05  MW-LAST-POSTED-DATE     PIC 9(8).                        00001340
           05  FILLER                  PIC X(15).                       00001350
                                                                        00001360
       01  PERIOD-FIELDS.                                               00001370
           05  RUN-DATE                PIC 9(8)     VALUE ZERO.         00001380
           05  POST-PERIOD             PIC 9(6)     VALUE ZERO.         00001390
           05  POST-YEAR               PIC 9(4)     VALUE ZERO.         00001400
           05  POST-MONTH              PIC 9(2)     VALUE ZERO.         00001410
                                                                        00001420
       01  CONTROL-TOTAL-FIELDS.                                        00001430
           05  BUCKETS-READ-COUNT      PIC 9(7)      VALUE ZERO.        00001440
           05  BUCKETS-ADDED-COUNT     PIC 9(7)      VALUE ZERO.        00001450
           05  BUCKETS-ROLLED-COUNT    PIC 9(7)      VALUE ZERO.        00001460
           05  BUCKETS-WRITTEN-COUNT   PIC 9(7)      VALUE ZERO.        00001470
           05  ENTRIES-READ-COUNT      PIC 9(7)      VALUE ZERO.        00001480
           05  ENTRIES-READ-AMOUNT     PIC S9(11)V99 VALUE ZERO.        00001490
           05  THIS-YEAR-POSTED-COUNT  PIC 9(7)      VALUE ZERO.        00001500
           05  THIS-YEAR-POSTED-AMOUNT PIC S9(11)V99 VALUE ZERO.        00001510
           05  LAST-YEAR-POSTED-COUNT  PIC 9(7)      VALUE ZERO.        00001520
           05  LAST-YEAR-POSTED-AMOUNT PIC S9(11)V99 VALUE ZERO.        00001530
           05  REDIRECTED-COUNT        PIC 9(7)      VALUE ZERO.        00001540
           05  REDIRECTED-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001550
                                                                        00001560
       01  PRINT-FIELDS.                                                00001570
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001580
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001590
                                                                        00001600
       01  CURRENT-DATE-AND-TIME.                                       00001610
           05  CD-YEAR         PIC 9999.                                00001620
           05  CD-MONTH        PIC 99.                                  00001630
           05  CD-DAY          PIC 99.                                  00001640
           05  CD-HOURS        PIC 99.                                  00001650
           05  CD-MINUTES      PIC 99.                                  00001660
           05  FILLER          PIC X(9).                                00001670
                                                                        00001680
       01  HEADING-LINE-1.                                              00001690
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001700
           05  HL1-MONTH       PIC 9(2).                                00001710
           05  FILLER          PIC X(1)    VALUE "/".                   00001720
           05  HL1-DAY         PIC 9(2).                                00001730
           05  FILLER          PIC X(1)    VALUE "/".                   00001740
           05  HL1-YEAR        PIC 9(4).                                00001750
           05  FILLER          PIC X(16)   VALUE SPACE.                 00001760
           05  FILLER          PIC X(28)                                00001770
               VALUE "MONTHLY SALES BUCKET POSTING".                    00001780
           05  FILLER          PIC X(12)   VALUE SPACE.                 00001790
           05  FILLER          PIC X(15)   VALUE "LAST CLOSED:   ".     00001800
           05  HL1-CLOSED-PERIOD PIC 9(6).                              00001810
           05  FILLER          PIC X(36)   VALUE SPACE.                 00001820
                                                                        00001830
       01  HEADING-LINE-2.                                              00001840
           05  FILLER          PIC X(130)  VALUE ALL "-".               00001850
                                                                        00001860
       01  CONTROL-TOTAL-LINE.                                          00001870
           05  FILLER              PIC X(3)     VALUE SPACE.            00001880
           05  CTL-LABEL           PIC X(30).                           00001890
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00001900
           05  FILLER              PIC X(3)     VALUE SPACE.            00001910
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.                 00001920
           05  FILLER              PIC X(72)    VALUE SPACE.            00001930
                                                                        00001940
       PROCEDURE DIVISION.                                              00001950
                                                                        00001960
       000-POST-MONTHLY-SALES.                                          00001970
                                                                        00001980
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00001990
           COMPUTE RUN-DATE =                                           00002000
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00002010
           PERFORM 050-READ-MONTH-CONTROL.                              00002020
           SORT SORTWK01                                                00002030
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00002040
                                SW-CUSTOMER-NUMBER                      00002050
                                SW-INVOICE-NUMBER                       00002060
               USING POSTINV                                            00002070
               GIVING PSTSRT.                                           00002080
           SORT SORTWK02                                                00002090
               ON ASCENDING KEY SM-BRANCH-NUMBER                        00002100
                                SM-CUSTOMER-NUMBER                      00002110
               USING SALESMON                                           00002120
               GIVING MONSRT.                                           00002130
           OPEN INPUT  PSTSRT                                           00002140
                       MONSRT                                           00002150
                OUTPUT NEWMON                                           00002160
                       MONRPT.                                          00002170
           PERFORM 100-PRINT-REPORT-HEADING.                            00002180
           PERFORM 110-READ-POSTED-ENTRY.                               00002190
           PERFORM 120-READ-MONTHLY-BUCKET.                             00002200
           PERFORM 200-PROCESS-ONE-CUSTOMER                             00002210
               UNTIL PSTSRT-EOF-SWITCH = "Y"                            00002220
                 AND MONSRT-EOF-SWITCH = "Y".                           00002230
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002240
           CLOSE PSTSRT                                                 00002250
                 MONSRT                                                 00002260
                 NEWMON                                                 00002270
                 MONRPT.                                                00002280
           DISPLAY "RPT2260: ENTRIES POSTED: " ENTRIES-READ-COUNT.      00002290
           STOP RUN.                                                    00002300
                                                                        00002310
       050-READ-MONTH-CONTROL.                                          00002320
                                                                        00002330
           OPEN INPUT MONCTL.                                           00002340
           READ MONCTL                                                  00002350
               AT END                                                   00002360
                   MOVE ZERO TO MC-LAST-CLOSED-PERIOD                   00002370
                   MOVE ZERO TO MC-LAST-CLOSE-DATE.                     00002380
           CLOSE MONCTL.                                                00002390
                                                                        00002400
       100-PRINT-REPORT-HEADING.                                        00002410
                                                                        00002420
           MOVE CD-MONTH      TO HL1-MONTH.                             00002430
           MOVE CD-DAY        TO HL1-DAY.                               00002440
           MOVE CD-YEAR       TO HL1-YEAR.                              00002450
           MOVE MC-LAST-CLOSED-PERIOD TO HL1-CLOSED-PERIOD.             00002460
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00002470
           WRITE PRINT-AREA.                                            00002480
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00002490
           WRITE PRINT-AREA.                                            00002500
           MOVE ZERO TO LINE-COUNT.                                     00002510
                                                                        00002520
       110-READ-POSTED-ENTRY.                                           00002530
                                                                        00002540
           READ PSTSRT                                                  00002550
               AT END                                                   00002560
                   MOVE "Y" TO PSTSRT-EOF-SWITCH                        00002570
                   MOVE HIGH-VALUES TO POSTING-KEY                      00002580
               NOT AT END                                               00002590
                   MOVE PE-BRANCH-NUMBER   TO PK-BRANCH-NUMBER          00002600
                   MOVE PE-CUSTOMER-NUMBER TO PK-CUSTOMER-NUMBER        00002610
           END-READ.                                                    00002620
                                                                        00002630
       120-READ-MONTHLY-BUCKET.                                         00002640
                                                                        00002650
           READ MONSRT                                                  00002660
               AT END                                                   00002670
                   MOVE "Y" TO MONSRT-EOF-SWITCH                        00002680
                   MOVE HIGH-VALUES TO BUCKET-KEY                       00002690
               NOT AT END                                               00002700
                   ADD 1 TO BUCKETS-READ-COUNT                          00002710
                   MOVE MS-BRANCH-NUMBER   TO BK-BRANCH-NUMBER          00002720
                   MOVE MS-CUSTOMER-NUMBER TO BK-CUSTOMER-NUMBER        00002730
           END-READ.                                                    00002740
                                                                        00002750
       200-PROCESS-ONE-CUSTOMER.                                        00002760
                                                                        00002770
           IF BUCKET-KEY NOT > POSTING-KEY                              00002780
               MOVE BUCKET-KEY TO CURRENT-KEY                           00002790
               MOVE MONTHLY-SALES-RECORD TO MONTHLY-WORK-RECORD         00002800
               PERFORM 120-READ-MONTHLY-BUCKET                          00002810
           ELSE                                                         00002820
               MOVE POSTING-KEY TO CURRENT-KEY                          00002830
               INITIALIZE MONTHLY-WORK-RECORD                           00002840
               MOVE PE-BRANCH-NUMBER   TO MW-BRANCH-NUMBER              00002850
               MOVE PE-CUSTOMER-NUMBER TO MW-CUSTOMER-NUMBER            00002860
               ADD 1 TO BUCKETS-ADDED-COUNT.                            00002870
           PERFORM 220-POST-ONE-ENTRY                                   00002880
               UNTIL POSTING-KEY NOT = CURRENT-KEY.                     00002890
           MOVE MONTHLY-WORK-RECORD TO NEW-MONTHLY-SALES-RECORD.        00002900
           WRITE NEW-MONTHLY-SALES-RECORD.                              00002910
           ADD 1 TO BUCKETS-WRITTEN-COUNT.                              00002920
                                                                        00002930
       220-POST-ONE-ENTRY.                                              00002940
                                                                        00002950
           ADD 1 TO ENTRIES-READ-COUNT.                                 00002960
           ADD PE-INVOICE-AMOUNT TO ENTRIES-READ-AMOUNT.                00002970
           MOVE PE-SALESREP-NUMBER TO MW-SALESREP-NUMBER.               00002980
           DIVIDE PE-POSTING-DATE BY 100 GIVING POST-PERIOD.            00002990
           IF POST-PERIOD NOT > MC-LAST-CLOSED-PERIOD                   00003000
               PERFORM 225-SET-FIRST-OPEN-PERIOD                        00003010
               ADD 1 TO REDIRECTED-COUNT                                00003020
               ADD PE-INVOICE-AMOUNT TO REDIRECTED-AMOUNT.              00003030
           DIVIDE POST-PERIOD BY 100 GIVING POST-YEAR                   00003040
               REMAINDER POST-MONTH.                                    00003050
           IF MW-FISCAL-YEAR < POST-YEAR                                00003060
               PERFORM 230-ROLL-BUCKET-YEAR.                            00003070
           IF PE-LAST-YTD-ENTRY                                         00003080
               OR MW-FISCAL-YEAR > POST-YEAR                            00003090
               PERFORM 240-POST-TO-PRIOR-YEAR                           00003100
           ELSE                                                         00003110
               ADD PE-INVOICE-AMOUNT                                    00003120
                   TO MW-THIS-MONTH-SALES(POST-MONTH)                   00003130
               ADD 1 TO THIS-YEAR-POSTED-COUNT                          00003140
               ADD PE-INVOICE-AMOUNT TO THIS-YEAR-POSTED-AMOUNT.        00003150
           MOVE PE-POSTING-DATE TO MW-LAST-POSTED-DATE.                 00003160
           PERFORM 110-READ-POSTED-ENTRY.                               00003170
                                                                        00003180
       225-SET-FIRST-OPEN-PERIOD.                                       00003190
                                                                        00003200
           COMPUTE POST-PERIOD = MC-LAST-CLOSED-PERIOD + 1.             00003210
           DIVIDE POST-PERIOD BY 100 GIVING POST-YEAR                   00003220
               REMAINDER POST-MONTH.                                    00003230
           IF POST-MONTH > 12                                           00003240
               ADD 88 TO POST-PERIOD.                                   00003250
                                                                        00003260
       230-ROLL-BUCKET-YEAR.                                            00003270
                                                                        00003280
           IF MW-FISCAL-YEAR = POST-YEAR - 1                            00003290
               MOVE MW-THIS-YEAR-SALES TO MW-LAST-YEAR-SALES            00003300
           ELSE                                                         00003310
               INITIALIZE MW-LAST-YEAR-SALES.                           00003320
           INITIALIZE MW-THIS-YEAR-SALES.                               00003330
           IF MW-FISCAL-YEAR NOT = ZERO                                 00003340
               ADD 1 TO BUCKETS-ROLLED-COUNT.                           00003350
           MOVE POST-YEAR TO MW-FISCAL-YEAR.                            00003360
                                                                        00003370
       240-POST-TO-PRIOR-YEAR.                                          00003380
                                                                        00003390
           IF PE-LAST-YTD-ENTRY                                         00003400
               ADD PE-INVOICE-AMOUNT TO MW-LAST-MONTH-SALES(12)         00003410
           ELSE                                                         00003420
               ADD PE-INVOICE-AMOUNT                                    00003430
                   TO MW-LAST-MONTH-SALES(POST-MONTH).                  00003440
           ADD 1 TO LAST-YEAR-POSTED-COUNT.                             00003450
           ADD PE-INVOICE-AMOUNT TO LAST-YEAR-POSTED-AMOUNT.            00003460
                                                                        00003470
       500-PRINT-CONTROL-TOTALS.                                        00003480
                                                                        00003490
           MOVE SPACES TO PRINT-AREA.                                   00003500
           WRITE PRINT-AREA.                                            00003510
           MOVE "CUSTOMER BUCKETS READ:        " TO CTL-LABEL.          00003520
           MOVE BUCKETS-READ-COUNT      TO CTL-COUNT.                   00003530
           MOVE ZERO                    TO CTL-AMOUNT.                  00003540
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003550
           MOVE "POSTED ENTRIES READ:          " TO CTL-LABEL.          00003560
           MOVE ENTRIES-READ-COUNT      TO CTL-COUNT.                   00003570
           MOVE ENTRIES-READ-AMOUNT     TO CTL-AMOUNT.                  00003580
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003590
           MOVE "  POSTED TO CURRENT YEAR:     " TO CTL-LABEL.          00003600
           MOVE THIS-YEAR-POSTED-COUNT  TO CTL-COUNT.                   00003610
           MOVE THIS-YEAR-POSTED-AMOUNT TO CTL-AMOUNT.                  00003620
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003630
           MOVE "  POSTED TO PRIOR YEAR:       " TO CTL-LABEL.          00003640
           MOVE LAST-YEAR-POSTED-COUNT  TO CTL-COUNT.                   00003650
           MOVE LAST-YEAR-POSTED-AMOUNT TO CTL-AMOUNT.                  00003660
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003670
           MOVE "  MOVED OUT OF CLOSED PERIOD: " TO CTL-LABEL.          00003680
           MOVE REDIRECTED-COUNT        TO CTL-COUNT.                   00003690
           MOVE REDIRECTED-AMOUNT       TO CTL-AMOUNT.                  00003700
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003710
           MOVE "NEW CUSTOMER BUCKETS:         " TO CTL-LABEL.          00003720
           MOVE BUCKETS-ADDED-COUNT     TO CTL-COUNT.                   00003730
           MOVE ZERO                    TO CTL-AMOUNT.                  00003740
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003750
           MOVE "BUCKETS ROLLED TO NEW YEAR:   " TO CTL-LABEL.          00003760
           MOVE BUCKETS-ROLLED-COUNT    TO CTL-COUNT.                   00003770
           MOVE ZERO                    TO CTL-AMOUNT.                  00003780
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003790
           MOVE "CUSTOMER BUCKETS WRITTEN:     " TO CTL-LABEL.          00003800
           MOVE BUCKETS-WRITTEN-COUNT   TO CTL-COUNT.                   00003810
           MOVE ZERO                    TO CTL-AMOUNT.                  00003820
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003830
                                                                        00003840
       510-PRINT-ONE-TOTAL-LINE.                                        00003850
                                                                        00003860
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00003870
           WRITE PRINT-AREA.                                            00003880
           ADD 1 TO LINE-COUNT.                                         00003890
