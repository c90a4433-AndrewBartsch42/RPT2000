       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2240.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT OLDAROP  ASSIGN TO OLDAROP.                           00000100
           SELECT POSTINV  ASSIGN TO POSTINV.                           00000110
           SELECT ARNEW    ASSIGN TO ARNEW.                             00000120
           SELECT CASHRCT  ASSIGN TO CASHRCT.                           00000130
           SELECT CASHSRT  ASSIGN TO CASHSRT.                           00000140
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000150
           SELECT ARCTL    ASSIGN TO ARCTL.                             00000160
           SELECT NEWAROP  ASSIGN TO NEWAROP.                           00000170
           SELECT ARBAL    ASSIGN TO ARBAL.                             00000180
           SELECT CASHRPT  ASSIGN TO CASHRPT.                           00000190
                                                                        00000200
       DATA DIVISION.                                                   00000210
                                                                        00000220
       FILE SECTION.                                                    00000230
                                                                        00000240
       FD  OLDAROP                                                      00000250
           RECORDING MODE IS F                                          00000260
           LABEL RECORDS ARE STANDARD                                   00000270
           RECORD CONTAINS 80 CHARACTERS                                00000280
           BLOCK CONTAINS 80 CHARACTERS.                                00000290
       01  OPEN-ITEM-RECORD.                                            00000300
           05  OI-BRANCH-NUMBER        PIC 9(2).                        00000310
           05  OI-CUSTOMER-NUMBER      PIC 9(5).                        00000320
           05  OI-INVOICE-NUMBER       PIC X(8).                        00000330
           05  OI-SALESREP-NUMBER      PIC 9(2).                        00000340
           05  OI-INVOICE-DATE         PIC 9(8).                        00000350
           05  OI-ITEM-TYPE            PIC X(1).                        00000360
           05  OI-ORIGINAL-AMOUNT      PIC S9(7)V99.                    00000370
           05  OI-OPEN-AMOUNT          PIC S9(7)V99.                    00000380
           05  OI-LAST-ACTIVITY-DATE   PIC 9(8).                        00000390
           05  FILLER                  PIC X(28).                       00000400
                                                                        00000410
       FD  POSTINV                                                      00000420
           RECORDING MODE IS F                                          00000430
           LABEL RECORDS ARE STANDARD                                   00000440
           RECORD CONTAINS 80 CHARACTERS                                00000450
           BLOCK CONTAINS 80 CHARACTERS.                                00000460
       01  POSTED-INVOICE-IN-RECORD    PIC X(80).                       00000470
                                                                        00000480
       SD  SORTWK01                                                     00000490
           RECORD CONTAINS 80 CHARACTERS.                               00000500
       01  SORT-RECORD.                                                 00000510
           05  SW-INVOICE-NUMBER       PIC X(8).                        00000520
           05  SW-BRANCH-NUMBER        PIC X(2).                        00000530
           05  SW-CUSTOMER-NUMBER      PIC X(5).                        00000540
           05  FILLER                  PIC X(65).                       00000550
       01  SORT-CASH-RECORD.                                            00000560
           05  SC-BRANCH-NUMBER        PIC X(2).                        00000570
           05  SC-CUSTOMER-NUMBER      PIC X(5).                        00000580
           05  FILLER                  PIC X(73).                       00000590
                                                                        00000600
       FD  ARNEW                                                        00000610
           RECORDING MODE IS F                                          00000620
           LABEL RECORDS ARE STANDARD                                   00000630
           RECORD CONTAINS 80 CHARACTERS                                00000640
           BLOCK CONTAINS 80 CHARACTERS.                                00000650
       01  NEW-ITEM-RECORD.                                             00000660
           05  NI-INVOICE-NUMBER       PIC X(8).                        00000670
           05  NI-BRANCH-NUMBER        PIC 9(2).                        00000680
           05  NI-CUSTOMER-NUMBER      PIC 9(5).                        00000690
           05  NI-SALESREP-NUMBER      PIC 9(2).                        00000700
           05  NI-INVOICE-DATE         PIC 9(8).                        00000710
           05  NI-INVOICE-AMOUNT       PIC S9(7)V99.                    00000720
           05  NI-POSTING-DATE         PIC 9(8).                        00000730
           05  NI-ENTRY-TYPE           PIC X(1).                        00000740
               88  NI-ADJUSTMENT-ENTRY     VALUE "A".                   00000750
           05  NI-REASON-CODE          PIC X(2).                        00000760
           05  NI-YTD-FIELD            PIC X(1).                        00000770
           05  FILLER                  PIC X(34).                       00000780
                                                                        00000790
       FD  CASHRCT                                                      00000800
           RECORDING MODE IS F                                          00000810
           LABEL RECORDS ARE STANDARD                                   00000820
           RECORD CONTAINS 80 CHARACTERS                                00000830
           BLOCK CONTAINS 80 CHARACTERS.                                00000840
       01  CASH-RECEIPT-IN-RECORD      PIC X(80).                       00000850
                                                                        00000860
       FD  CASHSRT                                                      00000870
           RECORDING MODE IS F                                          00000880
           LABEL RECORDS ARE STANDARD                                   00000890
           RECORD CONTAINS 80 CHARACTERS                                00000900
           BLOCK CONTAINS 80 CHARACTERS.                                00000910
       01  CASH-RECEIPT-RECORD.                                         00000920
           05  CR-BRANCH-NUMBER        PIC 9(2).                        00000930
           05  CR-CUSTOMER-NUMBER      PIC 9(5).                        00000940
           05  CR-INVOICE-NUMBER       PIC X(8).                        00000950
           05  CR-RECEIPT-DATE         PIC 9(8).                        00000960
           05  CR-RECEIPT-AMOUNT       PIC S9(7)V99.                    00000970
           05  CR-CHECK-NUMBER         PIC X(8).                        00000980
           05  FILLER                  PIC X(40).                       00000990
                                                                        00001000
       FD  ARCTL                                                        00001010
           RECORDING MODE IS F                                          00001020
           LABEL RECORDS ARE STANDARD                                   00001030
           RECORD CONTAINS 80 CHARACTERS                                00001040
           BLOCK CONTAINS 80 CHARACTERS.                                00001050
       01  AR-CONTROL-RECORD.                                           00001060
           05  AC-LAST-POSTED-DATE     PIC 9(8).                        00001070
           05  AC-LAST-CASH-COUNT      PIC 9(7).                        00001080
           05  AC-LAST-CASH-AMOUNT     PIC S9(11)V99.                   00001090
           05  FILLER                  PIC X(52).                       00001100
                                                                        00001110
       FD  NEWAROP                                                      00001120
           RECORDING MODE IS F                                          00001130
           LABEL RECORDS ARE STANDARD                                   00001140
           RECORD CONTAINS 80 CHARACTERS                                00001150
           BLOCK CONTAINS 80 CHARACTERS.                                00001160
       01  NEW-OPEN-ITEM-RECORD.                                        00001170
           05  NO-BRANCH-NUMBER        PIC 9(2).                        00001180
           05  NO-CUSTOMER-NUMBER      PIC 9(5).                        00001190
           05  NO-INVOICE-NUMBER       PIC X(8).                        00001200
           05  NO-SALESREP-NUMBER      PIC 9(2).                        00001210
           05  NO-INVOICE-DATE         PIC 9(8).                        00001220
           05  NO-ITEM-TYPE            PIC X(1).                        00001230
           05  NO-ORIGINAL-AMOUNT      PIC S9(7)V99.                    00001240
           05  NO-OPEN-AMOUNT          PIC S9(7)V99.                    00001250
           05  NO-LAST-ACTIVITY-DATE   PIC 9(8).                        00001260
           05  FILLER                  PIC X(28).                       00001270
                                                                        00001280
       FD  ARBAL                                                        00001290
           RECORDING MODE IS F                                          00001300
           LABEL RECORDS ARE STANDARD                                   00001310
           RECORD CONTAINS 80 CHARACTERS                                00001320
           BLOCK CONTAINS 80 CHARACTERS.                                00001330
       01  AR-BALANCE-RECORD.                                           00001340
           05  AB-BRANCH-NUMBER        PIC 9(2).                        00001350
           05  AB-CUSTOMER-NUMBER      PIC 9(5).                        00001360
           05  AB-OPEN-BALANCE         PIC S9(9)V99.                    00001370
           05  AB-CURRENT              PIC S9(9)V99.                    00001380
           05  AB-DAYS-31-60           PIC S9(9)V99.                    00001390
           05  AB-DAYS-61-90           PIC S9(9)V99.                    00001400
           05  AB-OVER-90              PIC S9(9)V99.                    00001410
           05  AB-OPEN-ITEM-COUNT      PIC 9(5).                        00001420
           05  AB-OVER-90-COUNT        PIC 9(5).                        00001430
           05  AB-OLDEST-ITEM-DATE     PIC 9(8).                        00001440
                                                                        00001450
       FD  CASHRPT                                                      00001460
           RECORDING MODE IS F                                          00001470
           LABEL RECORDS ARE STANDARD                                   00001480
           RECORD CONTAINS 130 CHARACTERS                               00001490
           BLOCK CONTAINS 130 CHARACTERS.                               00001500
       01  PRINT-AREA      PIC X(130).                                  00001510
                                                                        00001520
       WORKING-STORAGE SECTION.                                         00001530
                                                                        00001540
       01  SWITCHES.                                                    00001550
           05  OLDAROP-EOF-SWITCH      PIC X    VALUE "N".              00001560
           05  ARNEW-EOF-SWITCH        PIC X    VALUE "N".              00001570
           05  CASHSRT-EOF-SWITCH      PIC X    VALUE "N".              00001580
           05  CASHSRT-SCAN-EOF-SWITCH PIC X    VALUE "N".              00001590
           05  ARCTL-EMPTY-SWITCH      PIC X    VALUE "N".              00001600
           05  ITEM-FOUND-SWITCH       PIC X    VALUE "N".              00001610
           05  NAMED-INVOICE-SWITCH    PIC X    VALUE "N".              00001620
                                                                        00001630
       01  MATCH-KEY-FIELDS.                                            00001640
           05  OLD-ITEM-KEY.                                            00001650
               10  OK-BRANCH-NUMBER    PIC 9(2).                        00001660
               10  OK-CUSTOMER-NUMBER  PIC 9(5).                        00001670
           05  NEW-ITEM-KEY.                                            00001680
               10  NK-BRANCH-NUMBER    PIC 9(2).                        00001690
               10  NK-CUSTOMER-NUMBER  PIC 9(5).                        00001700
           05  CASH-KEY.                                                00001710
               10  CK-BRANCH-NUMBER    PIC X(2).                        00001720
               10  CK-CUSTOMER-NUMBER  PIC X(5).                        00001730
           05  CURRENT-KEY.                                             00001740
               10  CU-BRANCH-NUMBER    PIC X(2).                        00001750
               10  CU-CUSTOMER-NUMBER  PIC X(5).                        00001760
                                                                        00001770
       01  OPEN-ITEM-TABLE.                                             00001780
           05  ITEM-COUNT              PIC 9(3)     VALUE ZERO.         00001790
           05  ITEM-ENTRY OCCURS 500 TIMES.                             00001800
               10  IT-INVOICE-NUMBER   PIC X(8).                        00001810
               10  IT-SALESREP-NUMBER  PIC 9(2).                        00001820
               10  IT-INVOICE-DATE     PIC 9(8).                        00001830
               10  IT-ITEM-TYPE        PIC X(1).                        00001840
               10  IT-ORIGINAL-AMOUNT  PIC S9(7)V99.                    00001850
               10  IT-OPEN-AMOUNT      PIC S9(7)V99.                    00001860
               10  IT-LAST-ACTIVITY-DATE PIC 9(8).                      00001870
                                                                        00001880
       01  APPLICATION-FIELDS.                                          00001890
           05  ITEM-SUBSCRIPT          PIC 9(3)     VALUE ZERO.         00001900
           05  APPLY-SUBSCRIPT         PIC 9(3)     VALUE ZERO.         00001910
           05  CREDIT-SUBSCRIPT        PIC 9(3)     VALUE ZERO.         00001920
           05  OLDEST-DATE             PIC 9(8)     VALUE ZERO.         00001930
           05  APPLY-DATE              PIC 9(8)     VALUE ZERO.         00001940
           05  AMOUNT-REMAINING        PIC S9(9)V99 VALUE ZERO.         00001950
           05  AMOUNT-APPLIED          PIC S9(9)V99 VALUE ZERO.         00001960
           05  ITEM-AGE-DAYS           PIC S9(5)    VALUE ZERO.         00001970
                                                                        00001980
       01  CONTROL-TOTAL-FIELDS.                                        00001990
           05  OLD-ITEMS-COUNT         PIC 9(7)      VALUE ZERO.        00002000
           05  OLD-ITEMS-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00002010
           05  NEW-ITEMS-COUNT         PIC 9(7)      VALUE ZERO.        00002020
           05  NEW-ITEMS-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00002030
           05  CASH-IN-COUNT           PIC 9(7)      VALUE ZERO.        00002040
           05  CASH-IN-AMOUNT          PIC S9(11)V99 VALUE ZERO.        00002050
           05  CASH-APPLIED-AMOUNT     PIC S9(11)V99 VALUE ZERO.        00002060
           05  UNAPPLIED-COUNT         PIC 9(7)      VALUE ZERO.        00002070
           05  UNAPPLIED-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00002080
           05  CASH-REJECT-COUNT       PIC 9(7)      VALUE ZERO.        00002090
           05  CASH-REJECT-AMOUNT      PIC S9(11)V99 VALUE ZERO.        00002100
           05  CREDITS-APPLIED-AMOUNT  PIC S9(11)V99 VALUE ZERO.        00002110
           05  ITEMS-CLOSED-COUNT      PIC 9(7)      VALUE ZERO.        00002120
           05  ITEMS-CARRIED-COUNT     PIC 9(7)      VALUE ZERO.        00002130
           05  ITEMS-CARRIED-AMOUNT    PIC S9(11)V99 VALUE ZERO.        00002140
           05  CUSTOMERS-WRITTEN-COUNT PIC 9(7)      VALUE ZERO.        00002150
           05  PROOF-AMOUNT            PIC S9(11)V99 VALUE ZERO.        00002160
                                                                        00002170
       01  GUARD-FIELDS.                                                00002180
           05  RUN-DATE                PIC 9(8)     VALUE ZERO.         00002190
           05  GUARD-CASH-COUNT        PIC 9(7)     VALUE ZERO.         00002200
           05  GUARD-CASH-AMOUNT       PIC S9(11)V99                    00002210
                                                    VALUE ZERO.         00002220
                                                                        00002230
       01  PRINT-FIELDS.                                                00002240
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00002250
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00002260
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00002270
                                                                        00002280
       01  CURRENT-DATE-AND-TIME.                                       00002290
           05  CD-YEAR         PIC 9999.                                00002300
           05  CD-MONTH        PIC 99.                                  00002310
           05  CD-DAY          PIC 99.                                  00002320
           05  CD-HOURS        PIC 99.                                  00002330
           05  CD-MINUTES      PIC 99.                                  00002340
           05  FILLER          PIC X(9).                                00002350
                                                                        00002360
       01  HEADING-LINE-1.                                              00002370
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00002380
           05  HL1-MONTH       PIC 9(2).                                00002390
           05  FILLER          PIC X(1)    VALUE "/".                   00002400
           05  HL1-DAY         PIC 9(2).                                00002410
           05  FILLER          PIC X(1)    VALUE "/".                   00002420
           05  HL1-YEAR        PIC 9(4).                                00002430
           05  FILLER          PIC X(16)   VALUE SPACE.                 00002440
           05  FILLER          PIC X(28)                                00002450
               VALUE "AR CASH RECEIPTS POSTING".                        00002460
           05  FILLER          PIC X(21)   VALUE SPACE.                 00002470
           05  FILLER          PIC X(8)    VALUE "PAGE: ".              00002480
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00002490
           05  FILLER          PIC X(36)   VALUE SPACE.                 00002500
                                                                        00002510
       01  HEADING-LINE-2.                                              00002520
           05  FILLER      PIC X(4)    VALUE "BR  ".                    00002530
           05  FILLER      PIC X(7)    VALUE "CUST   ".                 00002540
           05  FILLER      PIC X(10)   VALUE "CHECK     ".              00002550
           05  FILLER      PIC X(10)   VALUE "RCPT DATE ".              00002560
           05  FILLER      PIC X(10)   VALUE "INVOICE   ".              00002570
           05  FILLER      PIC X(15)   VALUE "       AMOUNT  ".         00002580
           05  FILLER      PIC X(15)   VALUE "      APPLIED  ".         00002590
           05  FILLER      PIC X(15)   VALUE "    UNAPPLIED  ".         00002600
           05  FILLER      PIC X(30)   VALUE "NOTE".                    00002610
           05  FILLER      PIC X(14)   VALUE SPACE.                     00002620
                                                                        00002630
       01  HEADING-LINE-3.                                              00002640
           05  FILLER          PIC X(130)  VALUE ALL "-".               00002650
                                                                        00002660
       01  CASH-LINE.                                                   00002670
           05  CL-BRANCH-NUMBER    PIC X(2).                            00002680
           05  FILLER              PIC X(2)     VALUE SPACE.            00002690
           05  CL-CUSTOMER-NUMBER  PIC X(5).                            00002700
           05  FILLER              PIC X(2)     VALUE SPACE.            00002710
           05  CL-CHECK-NUMBER     PIC X(8).                            00002720
           05  FILLER              PIC X(2)     VALUE SPACE.            00002730
           05  CL-RECEIPT-DATE     PIC X(8).                            00002740
           05  FILLER              PIC X(2)     VALUE SPACE.            00002750
           05  CL-INVOICE-NUMBER   PIC X(8).                            00002760
           05  FILLER              PIC X(2)     VALUE SPACE.            00002770
           05  CL-RECEIPT-AMOUNT   PIC Z,ZZZ,ZZ9.99-.                   00002780
           05  FILLER              PIC X(2)     VALUE SPACE.            00002790
           05  CL-APPLIED-AMOUNT   PIC Z,ZZZ,ZZ9.99-.                   00002800
           05  FILLER              PIC X(2)     VALUE SPACE.            00002810
           05  CL-UNAPPLIED-AMOUNT PIC Z,ZZZ,ZZ9.99-.                   00002820
           05  FILLER              PIC X(2)     VALUE SPACE.            00002830
           05  CL-NOTE             PIC X(30).                           00002840
           05  FILLER              PIC X(14)    VALUE SPACE.            00002850
                                                                        00002860
       01  CONTROL-TOTAL-LINE.                                          00002870
           05  FILLER              PIC X(3)     VALUE SPACE.            00002880
           05  CTL-LABEL           PIC X(30).                           00002890
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00002900
           05  FILLER              PIC X(3)     VALUE SPACE.            00002910
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.                 00002920
           05  FILLER              PIC X(72)    VALUE SPACE.            00002930
                                                                        00002940
       PROCEDURE DIVISION.                                              00002950
                                                                        00002960
       000-POST-CASH-RECEIPTS.                                          00002970
                                                                        00002980
           SORT SORTWK01                                                00002990
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00003000
                                SW-CUSTOMER-NUMBER                      00003010
                                SW-INVOICE-NUMBER                       00003020
               USING POSTINV                                            00003030
               GIVING ARNEW.                                            00003040
           SORT SORTWK01                                                00003050
               ON ASCENDING KEY SC-BRANCH-NUMBER                        00003060
                                SC-CUSTOMER-NUMBER                      00003070
               WITH DUPLICATES IN ORDER                                 00003080
               USING CASHRCT                                            00003090
               GIVING CASHSRT.                                          00003100
           PERFORM 100-FORMAT-REPORT-HEADING.                           00003110
           PERFORM 060-CHECK-PRIOR-POSTING.                             00003120
           OPEN INPUT  OLDAROP                                          00003130
                       ARNEW                                            00003140
                       CASHSRT                                          00003150
                OUTPUT NEWAROP                                          00003160
                       ARBAL                                            00003170
                       CASHRPT.                                         00003180
           PERFORM 230-PRINT-HEADING-LINES.                             00003190
           PERFORM 110-READ-OLD-ITEM.                                   00003200
           PERFORM 120-READ-NEW-ITEM.                                   00003210
           PERFORM 130-READ-CASH-RECEIPT.                               00003220
           PERFORM 200-PROCESS-ONE-CUSTOMER                             00003230
               UNTIL OLDAROP-EOF-SWITCH = "Y"                           00003240
                 AND ARNEW-EOF-SWITCH = "Y"                             00003250
                 AND CASHSRT-EOF-SWITCH = "Y".                          00003260
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00003270
           CLOSE OLDAROP                                                00003280
                 ARNEW                                                  00003290
                 CASHSRT                                                00003300
                 NEWAROP                                                00003310
                 ARBAL                                                  00003320
                 CASHRPT.                                               00003330
           IF PROOF-AMOUNT NOT = ITEMS-CARRIED-AMOUNT                   00003340
               DISPLAY "RPT2240: OPEN ITEMS OUT OF BALANCE - "          00003350
                   "CONTROL NOT UPDATED"                                00003360
               CLOSE ARCTL                                              00003370
               MOVE 8 TO RETURN-CODE                                    00003380
           ELSE                                                         00003390
               PERFORM 600-UPDATE-AR-CONTROL.                           00003400
           STOP RUN.                                                    00003410
                                                                        00003420
       100-FORMAT-REPORT-HEADING.                                       00003430
                                                                        00003440
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00003450
           MOVE CD-MONTH   TO HL1-MONTH.                                00003460
           MOVE CD-DAY     TO HL1-DAY.                                  00003470
           MOVE CD-YEAR    TO HL1-YEAR.                                 00003480
           COMPUTE RUN-DATE =                                           00003490
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00003500
                                                                        00003510
       060-CHECK-PRIOR-POSTING.                                         00003520
                                                                        00003530
           OPEN I-O ARCTL.                                              00003540
           READ ARCTL                                                   00003550
               AT END                                                   00003560
                   MOVE "Y" TO ARCTL-EMPTY-SWITCH                       00003570
                   MOVE ZERO TO AC-LAST-POSTED-DATE                     00003580
                   MOVE ZERO TO AC-LAST-CASH-COUNT                      00003590
                   MOVE ZERO TO AC-LAST-CASH-AMOUNT.                    00003600
           PERFORM 065-FINGERPRINT-RECEIPTS.                            00003610
           IF AC-LAST-POSTED-DATE = RUN-DATE                            00003620
               DISPLAY "RPT2240: AR ALREADY POSTED ON "                 00003630
                   RUN-DATE " - RUN REFUSED"                            00003640
               CLOSE ARCTL                                              00003650
               MOVE 8 TO RETURN-CODE                                    00003660
               STOP RUN                                                 00003670
           END-IF.                                                      00003680
           IF GUARD-CASH-COUNT > ZERO                                   00003690
               AND GUARD-CASH-COUNT = AC-LAST-CASH-COUNT                00003700
               AND GUARD-CASH-AMOUNT = AC-LAST-CASH-AMOUNT              00003710
               DISPLAY "RPT2240: CASHRCT UNCHANGED SINCE LAST"          00003720
                   " POSTING - RUN REFUSED"                             00003730
               CLOSE ARCTL                                              00003740
               MOVE 8 TO RETURN-CODE                                    00003750
               STOP RUN                                                 00003760
           END-IF.                                                      00003770
                                                                        00003780
       065-FINGERPRINT-RECEIPTS.                                        00003790
                                                                        00003800
           OPEN INPUT CASHSRT.                                          00003810
           PERFORM 066-SCAN-RECEIPT-RECORD                              00003820
               UNTIL CASHSRT-SCAN-EOF-SWITCH = "Y".                     00003830
           CLOSE CASHSRT.                                               00003840
                                                                        00003850
       066-SCAN-RECEIPT-RECORD.                                         00003860
                                                                        00003870
           READ CASHSRT                                                 00003880
               AT END                                                   00003890
                   MOVE "Y" TO CASHSRT-SCAN-EOF-SWITCH                  00003900
               NOT AT END                                               00003910
                   ADD 1 TO GUARD-CASH-COUNT                            00003920
                   IF CR-RECEIPT-AMOUNT NUMERIC                         00003930
                       ADD CR-RECEIPT-AMOUNT TO GUARD-CASH-AMOUNT       00003940
                   END-IF                                               00003950
           END-READ.                                                    00003960
                                                                        00003970
       600-UPDATE-AR-CONTROL.                                           00003980
                                                                        00003990
           MOVE RUN-DATE          TO AC-LAST-POSTED-DATE.               00004000
           MOVE GUARD-CASH-COUNT  TO AC-LAST-CASH-COUNT.                00004010
           MOVE GUARD-CASH-AMOUNT TO AC-LAST-CASH-AMOUNT.               00004020
           IF ARCTL-EMPTY-SWITCH = "Y"                                  00004030
               CLOSE ARCTL                                              00004040
               OPEN OUTPUT ARCTL                                        00004050
               WRITE AR-CONTROL-RECORD                                  00004060
               CLOSE ARCTL                                              00004070
           ELSE                                                         00004080
               REWRITE AR-CONTROL-RECORD                                00004090
               CLOSE ARCTL.                                             00004100
                                                                        00004110
       110-READ-OLD-ITEM.                                               00004120
                                                                        00004130
           READ OLDAROP                                                 00004140
               AT END                                                   00004150
                   MOVE "Y" TO OLDAROP-EOF-SWITCH                       00004160
                   MOVE HIGH-VALUES TO OLD-ITEM-KEY                     00004170
               NOT AT END                                               00004180
                   MOVE OI-BRANCH-NUMBER   TO OK-BRANCH-NUMBER          00004190
                   MOVE OI-CUSTOMER-NUMBER TO OK-CUSTOMER-NUMBER        00004200
           END-READ.                                                    00004210
                                                                        00004220
       120-READ-NEW-ITEM.                                               00004230
                                                                        00004240
           READ ARNEW                                                   00004250
               AT END                                                   00004260
                   MOVE "Y" TO ARNEW-EOF-SWITCH                         00004270
                   MOVE HIGH-VALUES TO NEW-ITEM-KEY                     00004280
               NOT AT END                                               00004290
                   MOVE NI-BRANCH-NUMBER   TO NK-BRANCH-NUMBER          00004300
                   MOVE NI-CUSTOMER-NUMBER TO NK-CUSTOMER-NUMBER        00004310
           END-READ.                                                    00004320
                                                                        00004330
       130-READ-CASH-RECEIPT.                                           00004340
                                                                        00004350
           READ CASHSRT                                                 00004360
               AT END                                                   00004370
                   MOVE "Y" TO CASHSRT-EOF-SWITCH                       00004380
                   MOVE HIGH-VALUES TO CASH-KEY                         00004390
               NOT AT END                                               00004400
                   MOVE CR-BRANCH-NUMBER   TO CK-BRANCH-NUMBER          00004410
                   MOVE CR-CUSTOMER-NUMBER TO CK-CUSTOMER-NUMBER        00004420
           END-READ.                                                    00004430
                                                                        00004440
       200-PROCESS-ONE-CUSTOMER.                                        00004450
                                                                        00004460
           MOVE OLD-ITEM-KEY TO CURRENT-KEY.                            00004470
           IF NEW-ITEM-KEY < CURRENT-KEY                                00004480
               MOVE NEW-ITEM-KEY TO CURRENT-KEY.                        00004490
           IF CASH-KEY < CURRENT-KEY                                    00004500
               MOVE CASH-KEY TO CURRENT-KEY.                            00004510
           MOVE ZERO TO ITEM-COUNT.                                     00004520
           PERFORM 210-LOAD-OLD-ITEM                                    00004530
               UNTIL OLD-ITEM-KEY NOT = CURRENT-KEY.                    00004540
           PERFORM 220-LOAD-NEW-ITEM                                    00004550
               UNTIL NEW-ITEM-KEY NOT = CURRENT-KEY.                    00004560
           PERFORM 240-APPLY-CASH-RECEIPT                               00004570
               UNTIL CASH-KEY NOT = CURRENT-KEY.                        00004580
           PERFORM 260-APPLY-OPEN-CREDIT                                00004590
               VARYING CREDIT-SUBSCRIPT FROM 1 BY 1                     00004600
               UNTIL CREDIT-SUBSCRIPT > ITEM-COUNT.                     00004610
           PERFORM 270-WRITE-CUSTOMER-ITEMS.                            00004620
                                                                        00004630
       210-LOAD-OLD-ITEM.                                               00004640
                                                                        00004650
           PERFORM 215-CHECK-TABLE-SPACE.                               00004660
           ADD 1 TO ITEM-COUNT.                                         00004670
           MOVE OI-INVOICE-NUMBER  TO IT-INVOICE-NUMBER(ITEM-COUNT).    00004680
           MOVE OI-SALESREP-NUMBER TO IT-SALESREP-NUMBER(ITEM-COUNT).   00004690
           MOVE OI-INVOICE-DATE    TO IT-INVOICE-DATE(ITEM-COUNT).      00004700
           MOVE OI-ITEM-TYPE       TO IT-ITEM-TYPE(ITEM-COUNT).         00004710
           MOVE OI-ORIGINAL-AMOUNT TO IT-ORIGINAL-AMOUNT(ITEM-COUNT).   00004720
           MOVE OI-OPEN-AMOUNT     TO IT-OPEN-AMOUNT(ITEM-COUNT).       00004730
           MOVE OI-LAST-ACTIVITY-DATE                                   00004740
               TO IT-LAST-ACTIVITY-DATE(ITEM-COUNT).                    00004750
           ADD 1 TO OLD-ITEMS-COUNT.                                    00004760
           ADD OI-OPEN-AMOUNT TO OLD-ITEMS-AMOUNT.                      00004770
           PERFORM 110-READ-OLD-ITEM.                                   00004780
                                                                        00004790
       215-CHECK-TABLE-SPACE.                                           00004800
                                                                        00004810
           IF ITEM-COUNT = 500                                          00004820
               DISPLAY "RPT2240: MORE THAN 500 OPEN ITEMS FOR "         00004830
                   CURRENT-KEY " - RUN CANCELLED"                       00004840
               MOVE 16 TO RETURN-CODE                                   00004850
               STOP RUN.                                                00004860
                                                                        00004870
       220-LOAD-NEW-ITEM.                                               00004880
                                                                        00004890
           PERFORM 215-CHECK-TABLE-SPACE.                               00004900
           ADD 1 TO ITEM-COUNT.                                         00004910
           MOVE NI-INVOICE-NUMBER  TO IT-INVOICE-NUMBER(ITEM-COUNT).    00004920
           MOVE NI-SALESREP-NUMBER TO IT-SALESREP-NUMBER(ITEM-COUNT).   00004930
           MOVE NI-INVOICE-DATE    TO IT-INVOICE-DATE(ITEM-COUNT).      00004940
           IF NI-ADJUSTMENT-ENTRY                                       00004950
               MOVE "A" TO IT-ITEM-TYPE(ITEM-COUNT)                     00004960
           ELSE                                                         00004970
               MOVE "I" TO IT-ITEM-TYPE(ITEM-COUNT).                    00004980
           MOVE NI-INVOICE-AMOUNT  TO IT-ORIGINAL-AMOUNT(ITEM-COUNT).   00004990
           MOVE NI-INVOICE-AMOUNT  TO IT-OPEN-AMOUNT(ITEM-COUNT).       00005000
           MOVE NI-POSTING-DATE                                         00005010
               TO IT-LAST-ACTIVITY-DATE(ITEM-COUNT).                    00005020
           ADD 1 TO NEW-ITEMS-COUNT.                                    00005030
           ADD NI-INVOICE-AMOUNT TO NEW-ITEMS-AMOUNT.                   00005040
           PERFORM 120-READ-NEW-ITEM.                                   00005050
                                                                        00005060
       240-APPLY-CASH-RECEIPT.                                          00005070
                                                                        00005080
           MOVE SPACES TO CL-NOTE.                                      00005090
           MOVE ZERO   TO AMOUNT-APPLIED                                00005100
                          AMOUNT-REMAINING.                             00005110
           IF CR-BRANCH-NUMBER NOT NUMERIC                              00005120
               OR CR-CUSTOMER-NUMBER NOT NUMERIC                        00005130
               MOVE "NON-NUMERIC KEY FIELDS" TO CL-NOTE                 00005140
               PERFORM 258-REJECT-CASH-RECEIPT                          00005150
           ELSE                                                         00005160
               IF CR-RECEIPT-AMOUNT NOT NUMERIC                         00005170
                   OR CR-RECEIPT-DATE NOT NUMERIC                       00005180
                   MOVE "NON-NUMERIC AMOUNT OR DATE" TO CL-NOTE         00005190
                   PERFORM 258-REJECT-CASH-RECEIPT                      00005200
               ELSE                                                     00005210
                   IF CR-RECEIPT-AMOUNT NOT > ZERO                      00005220
                       MOVE "RECEIPT AMOUNT NOT POSITIVE" TO CL-NOTE    00005230
                       PERFORM 258-REJECT-CASH-RECEIPT                  00005240
                   ELSE                                                 00005250
                       PERFORM 245-APPLY-ONE-RECEIPT.                   00005260
           PERFORM 257-PRINT-CASH-LINE.                                 00005270
           PERFORM 130-READ-CASH-RECEIPT.                               00005280
                                                                        00005290
       245-APPLY-ONE-RECEIPT.                                           00005300
                                                                        00005310
           ADD 1 TO CASH-IN-COUNT.                                      00005320
           ADD CR-RECEIPT-AMOUNT TO CASH-IN-AMOUNT.                     00005330
           MOVE CR-RECEIPT-AMOUNT TO AMOUNT-REMAINING.                  00005340
           MOVE CR-RECEIPT-DATE   TO APPLY-DATE.                        00005350
           MOVE "N" TO NAMED-INVOICE-SWITCH.                            00005360
           IF CR-INVOICE-NUMBER NOT = SPACES                            00005370
               PERFORM 246-FIND-NAMED-INVOICE                           00005380
               IF ITEM-FOUND-SWITCH = "Y"                               00005390
                   MOVE "Y" TO NAMED-INVOICE-SWITCH                     00005400
                   PERFORM 250-APPLY-TO-ITEM                            00005410
               ELSE                                                     00005420
                   MOVE "INVOICE NOT OPEN - OLDEST FIRST"               00005430
                       TO CL-NOTE                                       00005440
               END-IF                                                   00005450
           END-IF.                                                      00005460
           MOVE "Y" TO ITEM-FOUND-SWITCH.                               00005470
           PERFORM 248-APPLY-TO-OLDEST-DEBIT                            00005480
               UNTIL AMOUNT-REMAINING = ZERO                            00005490
                  OR ITEM-FOUND-SWITCH = "N".                           00005500
           ADD AMOUNT-APPLIED TO CASH-APPLIED-AMOUNT.                   00005510
           IF AMOUNT-REMAINING > ZERO                                   00005520
               PERFORM 255-ADD-UNAPPLIED-CASH.                          00005530
                                                                        00005540
       246-FIND-NAMED-INVOICE.                                          00005550
                                                                        00005560
           MOVE "N" TO ITEM-FOUND-SWITCH.                               00005570
           PERFORM VARYING ITEM-SUBSCRIPT FROM 1 BY 1                   00005580
               UNTIL ITEM-SUBSCRIPT > ITEM-COUNT                        00005590
                  OR ITEM-FOUND-SWITCH = "Y"                            00005600
               IF IT-INVOICE-NUMBER(ITEM-SUBSCRIPT) = CR-INVOICE-NUMBER 00005610
                  AND IT-OPEN-AMOUNT(ITEM-SUBSCRIPT) > ZERO             00005620
                   MOVE ITEM-SUBSCRIPT TO APPLY-SUBSCRIPT               00005630
                   MOVE "Y" TO ITEM-FOUND-SWITCH                        00005640
               END-IF                                                   00005650
           END-PERFORM.                                                 00005660
                                                                        00005670
       247-FIND-OLDEST-DEBIT.                                           00005680
                                                                        00005690
           MOVE "N" TO ITEM-FOUND-SWITCH.                               00005700
           MOVE 99999999 TO OLDEST-DATE.                                00005710
           PERFORM VARYING ITEM-SUBSCRIPT FROM 1 BY 1                   00005720
               UNTIL ITEM-SUBSCRIPT > ITEM-COUNT                        00005730
               IF IT-OPEN-AMOUNT(ITEM-SUBSCRIPT) > ZERO                 00005740
                  AND IT-INVOICE-DATE(ITEM-SUBSCRIPT) < OLDEST-DATE     00005750
                   MOVE IT-INVOICE-DATE(ITEM-SUBSCRIPT) TO OLDEST-DATE  00005760
                   MOVE ITEM-SUBSCRIPT TO APPLY-SUBSCRIPT               00005770
                   MOVE "Y" TO ITEM-FOUND-SWITCH                        00005780
               END-IF                                                   00005790
           END-PERFORM.                                                 00005800
                                                                        00005810
       248-APPLY-TO-OLDEST-DEBIT.                                       00005820
                                                                        00005830
           PERFORM 247-FIND-OLDEST-DEBIT.                               00005840
           IF ITEM-FOUND-SWITCH = "Y"                                   00005850
               PERFORM 250-APPLY-TO-ITEM.                               00005860
                                                                        00005870
       250-APPLY-TO-ITEM.                                               00005880
                                                                        00005890
           IF AMOUNT-REMAINING NOT < IT-OPEN-AMOUNT(APPLY-SUBSCRIPT)    00005900
               ADD IT-OPEN-AMOUNT(APPLY-SUBSCRIPT) TO AMOUNT-APPLIED    00005910
               SUBTRACT IT-OPEN-AMOUNT(APPLY-SUBSCRIPT)                 00005920
                   FROM AMOUNT-REMAINING                                00005930
               MOVE ZERO TO IT-OPEN-AMOUNT(APPLY-SUBSCRIPT)             00005940
           ELSE                                                         00005950
               ADD AMOUNT-REMAINING TO AMOUNT-APPLIED                   00005960
               SUBTRACT AMOUNT-REMAINING                                00005970
                   FROM IT-OPEN-AMOUNT(APPLY-SUBSCRIPT)                 00005980
               MOVE ZERO TO AMOUNT-REMAINING.                           00005990
           MOVE APPLY-DATE TO IT-LAST-ACTIVITY-DATE(APPLY-SUBSCRIPT).   00006000
                                                                        00006010
       255-ADD-UNAPPLIED-CASH.                                          00006020
                                                                        00006030
           PERFORM 215-CHECK-TABLE-SPACE.                               00006040
           ADD 1 TO ITEM-COUNT.                                         00006050
           IF CR-CHECK-NUMBER = SPACES                                  00006060
               MOVE "UNAPPLD"     TO IT-INVOICE-NUMBER(ITEM-COUNT)      00006070
           ELSE                                                         00006080
               MOVE CR-CHECK-NUMBER TO IT-INVOICE-NUMBER(ITEM-COUNT).   00006090
           MOVE ZERO              TO IT-SALESREP-NUMBER(ITEM-COUNT).    00006100
           MOVE CR-RECEIPT-DATE   TO IT-INVOICE-DATE(ITEM-COUNT).       00006110
           MOVE "U"               TO IT-ITEM-TYPE(ITEM-COUNT).          00006120
           COMPUTE IT-ORIGINAL-AMOUNT(ITEM-COUNT) =                     00006130
               ZERO - AMOUNT-REMAINING.                                 00006140
           MOVE IT-ORIGINAL-AMOUNT(ITEM-COUNT)                          00006150
               TO IT-OPEN-AMOUNT(ITEM-COUNT).                           00006160
           MOVE CR-RECEIPT-DATE                                         00006170
               TO IT-LAST-ACTIVITY-DATE(ITEM-COUNT).                    00006180
           ADD 1 TO UNAPPLIED-COUNT.                                    00006190
           ADD AMOUNT-REMAINING TO UNAPPLIED-AMOUNT.                    00006200
           IF NAMED-INVOICE-SWITCH = "Y"                                00006210
               OR CL-NOTE = SPACES                                      00006220
               MOVE "UNAPPLIED CREDIT CREATED" TO CL-NOTE.              00006230
                                                                        00006240
       257-PRINT-CASH-LINE.                                             00006250
                                                                        00006260
           IF LINE-COUNT >= LINES-ON-PAGE                               00006270
               PERFORM 230-PRINT-HEADING-LINES.                         00006280
           MOVE CR-BRANCH-NUMBER   TO CL-BRANCH-NUMBER.                 00006290
           MOVE CR-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.               00006300
           MOVE CR-CHECK-NUMBER    TO CL-CHECK-NUMBER.                  00006310
           MOVE CR-RECEIPT-DATE    TO CL-RECEIPT-DATE.                  00006320
           MOVE CR-INVOICE-NUMBER  TO CL-INVOICE-NUMBER.                00006330
           IF CR-RECEIPT-AMOUNT NUMERIC                                 00006340
               MOVE CR-RECEIPT-AMOUNT TO CL-RECEIPT-AMOUNT              00006350
           ELSE                                                         00006360
               MOVE ZERO TO CL-RECEIPT-AMOUNT.                          00006370
           MOVE AMOUNT-APPLIED     TO CL-APPLIED-AMOUNT.                00006380
           MOVE AMOUNT-REMAINING   TO CL-UNAPPLIED-AMOUNT.              00006390
           MOVE CASH-LINE TO PRINT-AREA.                                00006400
           WRITE PRINT-AREA.                                            00006410
           ADD 1 TO LINE-COUNT.                                         00006420
                                                                        00006430
       258-REJECT-CASH-RECEIPT.                                         00006440
                                                                        00006450
           ADD 1 TO CASH-REJECT-COUNT.                                  00006460
           IF CR-RECEIPT-AMOUNT NUMERIC                                 00006470
               ADD CR-RECEIPT-AMOUNT TO CASH-REJECT-AMOUNT.             00006480
                                                                        00006490
       260-APPLY-OPEN-CREDIT.                                           00006500
                                                                        00006510
           IF IT-OPEN-AMOUNT(CREDIT-SUBSCRIPT) < ZERO                   00006520
               COMPUTE AMOUNT-REMAINING =                               00006530
                   ZERO - IT-OPEN-AMOUNT(CREDIT-SUBSCRIPT)              00006540
               MOVE ZERO     TO AMOUNT-APPLIED                          00006550
               MOVE RUN-DATE TO APPLY-DATE                              00006560
               MOVE "Y" TO ITEM-FOUND-SWITCH                            00006570
               PERFORM 248-APPLY-TO-OLDEST-DEBIT                        00006580
                   UNTIL AMOUNT-REMAINING = ZERO                        00006590
                      OR ITEM-FOUND-SWITCH = "N"                        00006600
               IF AMOUNT-APPLIED > ZERO                                 00006610
                   COMPUTE IT-OPEN-AMOUNT(CREDIT-SUBSCRIPT) =           00006620
                       ZERO - AMOUNT-REMAINING                          00006630
                   MOVE RUN-DATE                                        00006640
                       TO IT-LAST-ACTIVITY-DATE(CREDIT-SUBSCRIPT)       00006650
                   ADD AMOUNT-APPLIED TO CREDITS-APPLIED-AMOUNT.        00006660
                                                                        00006670
       270-WRITE-CUSTOMER-ITEMS.                                        00006680
                                                                        00006690
           MOVE SPACES TO AR-BALANCE-RECORD.                            00006700
           MOVE CU-BRANCH-NUMBER   TO AB-BRANCH-NUMBER.                 00006710
           MOVE CU-CUSTOMER-NUMBER TO AB-CUSTOMER-NUMBER.               00006720
           MOVE ZERO TO AB-OPEN-BALANCE                                 00006730
                        AB-CURRENT                                      00006740
                        AB-DAYS-31-60                                   00006750
                        AB-DAYS-61-90                                   00006760
                        AB-OVER-90                                      00006770
                        AB-OPEN-ITEM-COUNT                              00006780
                        AB-OVER-90-COUNT                                00006790
                        AB-OLDEST-ITEM-DATE.                            00006800
           PERFORM 275-WRITE-ONE-ITEM                                   00006810
               VARYING ITEM-SUBSCRIPT FROM 1 BY 1                       00006820
               UNTIL ITEM-SUBSCRIPT > ITEM-COUNT.                       00006830
           IF AB-OPEN-ITEM-COUNT > ZERO                                 00006840
               WRITE AR-BALANCE-RECORD                                  00006850
               ADD 1 TO CUSTOMERS-WRITTEN-COUNT.                        00006860
                                                                        00006870
       275-WRITE-ONE-ITEM.                                              00006880
                                                                        00006890
           IF IT-OPEN-AMOUNT(ITEM-SUBSCRIPT) = ZERO                     00006900
               ADD 1 TO ITEMS-CLOSED-COUNT                              00006910
           ELSE                                                         00006920
               MOVE SPACES TO NEW-OPEN-ITEM-RECORD                      00006930
               MOVE CU-BRANCH-NUMBER   TO NO-BRANCH-NUMBER              00006940
               MOVE CU-CUSTOMER-NUMBER TO NO-CUSTOMER-NUMBER            00006950
               MOVE IT-INVOICE-NUMBER(ITEM-SUBSCRIPT)                   00006960
                   TO NO-INVOICE-NUMBER                                 00006970
               MOVE IT-SALESREP-NUMBER(ITEM-SUBSCRIPT)                  00006980
                   TO NO-SALESREP-NUMBER                                00006990
               MOVE IT-INVOICE-DATE(ITEM-SUBSCRIPT)                     00007000
                   TO NO-INVOICE-DATE                                   00007010
               MOVE IT-ITEM-TYPE(ITEM-SUBSCRIPT)                        00007020
                   TO NO-ITEM-TYPE                                      00007030
               MOVE IT-ORIGINAL-AMOUNT(ITEM-SUBSCRIPT)                  00007040
                   TO NO-ORIGINAL-AMOUNT                                00007050
               MOVE IT-OPEN-AMOUNT(ITEM-SUBSCRIPT)                      00007060
                   TO NO-OPEN-AMOUNT                                    00007070
               MOVE IT-LAST-ACTIVITY-DATE(ITEM-SUBSCRIPT)               00007080
                   TO NO-LAST-ACTIVITY-DATE                             00007090
               WRITE NEW-OPEN-ITEM-RECORD                               00007100
               ADD 1 TO ITEMS-CARRIED-COUNT                             00007110
               ADD NO-OPEN-AMOUNT TO ITEMS-CARRIED-AMOUNT               00007120
               PERFORM 280-AGE-ONE-ITEM.                                00007130
                                                                        00007140
       280-AGE-ONE-ITEM.                                                00007150
                                                                        00007160
           IF NO-INVOICE-DATE NUMERIC                                   00007170
               AND NO-INVOICE-DATE > 16010100                           00007180
               AND NO-INVOICE-DATE NOT > RUN-DATE                       00007190
               COMPUTE ITEM-AGE-DAYS =                                  00007200
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)                   00007210
                 - FUNCTION INTEGER-OF-DATE(NO-INVOICE-DATE)            00007220
           ELSE                                                         00007230
               MOVE ZERO TO ITEM-AGE-DAYS.                              00007240
           ADD 1 TO AB-OPEN-ITEM-COUNT.                                 00007250
           ADD NO-OPEN-AMOUNT TO AB-OPEN-BALANCE.                       00007260
           IF ITEM-AGE-DAYS NOT > 30                                    00007270
               ADD NO-OPEN-AMOUNT TO AB-CURRENT                         00007280
           ELSE                                                         00007290
               IF ITEM-AGE-DAYS NOT > 60                                00007300
                   ADD NO-OPEN-AMOUNT TO AB-DAYS-31-60                  00007310
               ELSE                                                     00007320
                   IF ITEM-AGE-DAYS NOT > 90                            00007330
                       ADD NO-OPEN-AMOUNT TO AB-DAYS-61-90              00007340
                   ELSE                                                 00007350
                       ADD NO-OPEN-AMOUNT TO AB-OVER-90                 00007360
                       IF NO-OPEN-AMOUNT > ZERO                         00007370
                           ADD 1 TO AB-OVER-90-COUNT.                   00007380
           IF NO-OPEN-AMOUNT > ZERO                                     00007390
               IF AB-OLDEST-ITEM-DATE = ZERO                            00007400
                   OR NO-INVOICE-DATE < AB-OLDEST-ITEM-DATE             00007410
                   MOVE NO-INVOICE-DATE TO AB-OLDEST-ITEM-DATE.         00007420
                                                                        00007430
       230-PRINT-HEADING-LINES.                                         00007440
                                                                        00007450
           ADD 1 TO PAGE-COUNT.                                         00007460
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00007470
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00007480
           WRITE PRINT-AREA.                                            00007490
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00007500
           WRITE PRINT-AREA.                                            00007510
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00007520
           WRITE PRINT-AREA.                                            00007530
           MOVE ZERO TO LINE-COUNT.                                     00007540
                                                                        00007550
       500-PRINT-CONTROL-TOTALS.                                        00007560
                                                                        00007570
           COMPUTE PROOF-AMOUNT =                                       00007580
               OLD-ITEMS-AMOUNT + NEW-ITEMS-AMOUNT                      00007590
             - CASH-APPLIED-AMOUNT - UNAPPLIED-AMOUNT.                  00007600
           IF LINE-COUNT >= LINES-ON-PAGE - 13                          00007610
               PERFORM 230-PRINT-HEADING-LINES.                         00007620
           MOVE SPACES TO PRINT-AREA.                                   00007630
           WRITE PRINT-AREA.                                            00007640
           MOVE "OPEN ITEMS BROUGHT FORWARD:   " TO CTL-LABEL.          00007650
           MOVE OLD-ITEMS-COUNT      TO CTL-COUNT.                      00007660
           MOVE OLD-ITEMS-AMOUNT     TO CTL-AMOUNT.                     00007670
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007680
           MOVE "NEW ITEMS FROM POSTING:       " TO CTL-LABEL.          00007690
           MOVE NEW-ITEMS-COUNT      TO CTL-COUNT.                      00007700
           MOVE NEW-ITEMS-AMOUNT     TO CTL-AMOUNT.                     00007710
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007720
           MOVE "CASH RECEIPTS ACCEPTED:       " TO CTL-LABEL.          00007730
           MOVE CASH-IN-COUNT        TO CTL-COUNT.                      00007740
           MOVE CASH-IN-AMOUNT       TO CTL-AMOUNT.                     00007750
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007760
           MOVE "  APPLIED TO OPEN ITEMS:      " TO CTL-LABEL.          00007770
           MOVE ZERO                 TO CTL-COUNT.                      00007780
           MOVE CASH-APPLIED-AMOUNT  TO CTL-AMOUNT.                     00007790
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007800
           MOVE "  UNAPPLIED CREDITS CREATED:  " TO CTL-LABEL.          00007810
           MOVE UNAPPLIED-COUNT      TO CTL-COUNT.                      00007820
           MOVE UNAPPLIED-AMOUNT     TO CTL-AMOUNT.                     00007830
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007840
           MOVE "CASH RECEIPTS REJECTED:       " TO CTL-LABEL.          00007850
           MOVE CASH-REJECT-COUNT    TO CTL-COUNT.                      00007860
           MOVE CASH-REJECT-AMOUNT   TO CTL-AMOUNT.                     00007870
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007880
           MOVE "CREDITS APPLIED TO ITEMS:     " TO CTL-LABEL.          00007890
           MOVE ZERO                 TO CTL-COUNT.                      00007900
           MOVE CREDITS-APPLIED-AMOUNT TO CTL-AMOUNT.                   00007910
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007920
           MOVE "ITEMS CLOSED:                 " TO CTL-LABEL.          00007930
           MOVE ITEMS-CLOSED-COUNT   TO CTL-COUNT.                      00007940
           MOVE ZERO                 TO CTL-AMOUNT.                     00007950
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00007960
           MOVE "OPEN ITEMS CARRIED FORWARD:   " TO CTL-LABEL.          00007970
           MOVE ITEMS-CARRIED-COUNT  TO CTL-COUNT.                      00007980
           MOVE ITEMS-CARRIED-AMOUNT TO CTL-AMOUNT.                     00007990
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00008000
           MOVE "EXPECTED OPEN BALANCE:        " TO CTL-LABEL.          00008010
           MOVE CUSTOMERS-WRITTEN-COUNT TO CTL-COUNT.                   00008020
           MOVE PROOF-AMOUNT         TO CTL-AMOUNT.                     00008030
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00008040
           DISPLAY "RPT2240: ITEMS BROUGHT FWD:   " OLD-ITEMS-COUNT.    00008050
           DISPLAY "RPT2240: NEW ITEMS:           " NEW-ITEMS-COUNT.    00008060
           DISPLAY "RPT2240: RECEIPTS ACCEPTED:   " CASH-IN-COUNT.      00008070
           DISPLAY "RPT2240: RECEIPTS REJECTED:   " CASH-REJECT-COUNT.  00008080
           DISPLAY "RPT2240: ITEMS CARRIED FWD:   "                     00008090
               ITEMS-CARRIED-COUNT.                                     00008100
                                                                        00008110
       510-PRINT-ONE-TOTAL-LINE.                                        00008120
                                                                        00008130
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00008140
           WRITE PRINT-AREA.                                            00008150
           ADD 1 TO LINE-COUNT.                                         00008160
