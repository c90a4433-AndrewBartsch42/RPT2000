       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2280.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT CTLCARD  ASSIGN TO CTLCARD.                           00000100
           SELECT COMMLDG  ASSIGN TO COMMLDG.                           00000110
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000120
           SELECT LDGSRT   ASSIGN TO LDGSRT.                            00000130
           SELECT REPMAST  ASSIGN TO REPMAST.                           00000140
           SELECT STMTRPT  ASSIGN TO STMTRPT.                           00000150
                                                                        00000160
       DATA DIVISION.                                                   00000170
                                                                        00000180
       FILE SECTION.                                                    00000190
                                                                        00000200
       FD  CTLCARD                                                      00000210
           RECORDING MODE IS F                                          00000220
           LABEL RECORDS ARE STANDARD                                   00000230
           RECORD CONTAINS 80 CHARACTERS                                00000240
           BLOCK CONTAINS 80 CHARACTERS.                                00000250
       01  CONTROL-CARD-RECORD.                                         00000260
           05  CC-FISCAL-YEAR          PIC X(4).                        00000270
           05  CC-FISCAL-YEAR-NUM REDEFINES CC-FISCAL-YEAR              00000280
                                       PIC 9(4).                        00000290
           05  FILLER                  PIC X(76).                       00000300
                                                                        00000310
       FD  COMMLDG                                                      00000320
           RECORDING MODE IS F                                          00000330
           LABEL RECORDS ARE STANDARD                                   00000340
           RECORD CONTAINS 80 CHARACTERS                                00000350
           BLOCK CONTAINS 80 CHARACTERS.                                00000360
       01  COMMLDG-RECORD              PIC X(80).                       00000370
                                                                        00000380
       SD  SORTWK01                                                     00000390
           RECORD CONTAINS 80 CHARACTERS.                               00000400
       01  SORT-RECORD.                                                 00000410
           05  SW-BRANCH-NUMBER        PIC X(2).                        00000420
           05  SW-SALESREP-NUMBER      PIC X(2).                        00000430
           05  SW-PERIOD-END-DATE      PIC X(8).                        00000440
           05  FILLER                  PIC X(68).                       00000450
                                                                        00000460
       FD  LDGSRT                                                       00000470
           RECORDING MODE IS F                                          00000480
           LABEL RECORDS ARE STANDARD                                   00000490
           RECORD CONTAINS 80 CHARACTERS                                00000500
           BLOCK CONTAINS 80 CHARACTERS.                                00000510
       01  COMMISSION-LEDGER-RECORD.                                    00000520
           05  LG-BRANCH-NUMBER           PIC 9(2).                     00000530
           05  LG-SALESREP-NUMBER         PIC 9(2).                     00000540
           05  LG-PERIOD-END-DATE         PIC 9(8).                     00000550
           05  LG-PERIOD-END-PARTS REDEFINES LG-PERIOD-END-DATE.        00000560
               10  LG-PERIOD-END-YEAR     PIC 9(4).                     00000570
               10  LG-PERIOD-END-MONTH    PIC 9(2).                     00000580
               10  LG-PERIOD-END-DAY      PIC 9(2).                     00000590
           05  LG-FISCAL-YEAR             PIC 9(4).                     00000600
           05  LG-BASE-SALES              PIC S9(9)V99.                 00000610
           05  LG-COMMISSION-RATE         PIC V999.                     00000620
           05  LG-EARNED-AMOUNT           PIC S9(7)V99.                 00000630
           05  LG-ADJUSTED-AMOUNT         PIC S9(7)V99.                 00000640
           05  LG-PAID-AMOUNT             PIC S9(7)V99.                 00000650
           05  LG-EARNED-TO-DATE          PIC S9(9)V99.                 00000660
           05  LG-PAID-TO-DATE            PIC S9(9)V99.                 00000670
           05  FILLER                     PIC X(1).                     00000680
                                                                        00000690
       FD  REPMAST                                                      00000700
           RECORDING MODE IS F                                          00000710
           LABEL RECORDS ARE STANDARD                                   00000720
           RECORD CONTAINS 40 CHARACTERS                                00000730
           BLOCK CONTAINS 40 CHARACTERS.                                00000740
       01  REP-MASTER-RECORD.                                           00000750
           05  RM-BRANCH-NUMBER           PIC 9(2).                     00000760
           05  RM-SALESREP-NUMBER         PIC 9(2).                     00000770
           05  RM-SALESREP-NAME           PIC X(20).                    00000780
           05  RM-REGION                  PIC X(10).                    00000790
           05  FILLER                     PIC X(6).                     00000800
                                                                        00000810
       FD  STMTRPT                                                      00000820
           RECORDING MODE IS F                                          00000830
           LABEL RECORDS ARE STANDARD                                   00000840
           RECORD CONTAINS 130 CHARACTERS                               00000850
           BLOCK CONTAINS 130 CHARACTERS.                               00000860
       01  PRINT-AREA      PIC X(130).                                  00000870
                                                                        00000880
       WORKING-STORAGE SECTION.                                         00000890
                                                                        00000900
       01  SWITCHES.                                                    00000910
           05  CTLCARD-EOF-SWITCH      PIC X    VALUE "N".              00000920
           05  LDGSRT-EOF-SWITCH       PIC X    VALUE "N".              00000930
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".              00000940
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00000950
                                                                        00000960
       01  REP-TABLE-FIELDS.                                            00000970
           05  REP-TABLE-COUNT         PIC 9(3)    VALUE ZERO.          00000980
           05  REP-TABLE-ENTRY OCCURS 200 TIMES.                        00000990
               10  RT-BRANCH-NUMBER    PIC 9(2).                        00001000
               10  RT-SALESREP-NUMBER  PIC 9(2).                        00001010
               10  RT-SALESREP-NAME    PIC X(20).                       00001020
               10  RT-REGION           PIC X(10).                       00001030
                                                                        00001040
       01  LOOKUP-WORK-FIELDS.                                          00001050
           05  WS-LOOKUP-BRANCH-NUMBER     PIC 9(2).                    00001060
           05  WS-LOOKUP-SALESREP-NUMBER   PIC 9(2).                    00001070
           05  WS-LOOKED-UP-SALESREP-NAME  PIC X(20).                   00001080
           05  WS-REP-FOUND-SWITCH         PIC X    VALUE "N".          00001090
           05  WS-TABLE-SUBSCRIPT          PIC 9(3) VALUE ZERO.         00001100
                                                                        00001110
       01  STATEMENT-FIELDS.                                            00001120
           05  STATEMENT-YEAR          PIC 9(4)     VALUE ZERO.         00001130
           05  PREV-BRANCH-NUMBER      PIC 9(2)     VALUE ZERO.         00001140
           05  PREV-SALESREP-NUMBER    PIC 9(2)     VALUE ZERO.         00001150
                                                                        00001160
       01  TOTAL-FIELDS.                                                00001170
           05  REP-EARNED-TOTAL        PIC S9(11)V99 VALUE ZERO.        00001180
           05  REP-ADJUSTED-TOTAL      PIC S9(11)V99 VALUE ZERO.        00001190
           05  REP-PAID-TOTAL          PIC S9(11)V99 VALUE ZERO.        00001200
           05  GRAND-EARNED-TOTAL      PIC S9(11)V99 VALUE ZERO.        00001210
           05  GRAND-ADJUSTED-TOTAL    PIC S9(11)V99 VALUE ZERO.        00001220
           05  GRAND-PAID-TOTAL        PIC S9(11)V99 VALUE ZERO.        00001230
                                                                        00001240
       01  CONTROL-TOTAL-FIELDS.                                        00001250
           05  LEDGER-READ-COUNT       PIC 9(7)      VALUE ZERO.        00001260
           05  LEDGER-SELECTED-COUNT   PIC 9(7)      VALUE ZERO.        00001270
           05  STATEMENT-COUNT         PIC 9(7)      VALUE ZERO.        00001280
                                                                        00001290
       01  PRINT-FIELDS.                                                00001300
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001310
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001320
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001330
                                                                        00001340
       01  CURRENT-DATE-AND-TIME.                                       00001350
           05  CD-YEAR         PIC 9999.                                00001360
           05  CD-MONTH        PIC 99.                                  00001370
           05  CD-DAY          PIC 99.                                  00001380
           05  CD-HOURS        PIC 99.                                  00001390
           05  CD-MINUTES      PIC 99.                                  00001400
           05  FILLER          PIC X(9).                                00001410
                                                                        00001420
       01  HEADING-LINE-1.                                              00001430
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001440
           05  HL1-MONTH       PIC 9(2).                                00001450
           05  FILLER          PIC X(1)    VALUE "/".                   00001460
           05  HL1-DAY         PIC 9(2).                                00001470
           05  FILLER          PIC X(1)    VALUE "/".                   00001480
           05  HL1-YEAR        PIC 9(4).                                00001490
           05  FILLER          PIC X(16)   VALUE SPACE.                 00001500
           05  FILLER          PIC X(30)                                00001510
               VALUE "SALES REP COMMISSION STATEMENT".                  00001520
           05  FILLER          PIC X(10)   VALUE SPACE.                 00001530
           05  FILLER          PIC X(13)   VALUE "FISCAL YEAR: ".       00001540
           05  HL1-FISCAL-YEAR PIC 9(4).                                00001550
           05  FILLER          PIC X(30)   VALUE SPACE.                 00001560
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001570
           05  HL1-PAGE-NUMBER PIC ZZ9.                                 00001580
           05  FILLER          PIC X(1)    VALUE SPACE.                 00001590
                                                                        00001600
       01  HEADING-LINE-2.                                              00001610
           05  FILLER          PIC X(3)    VALUE SPACE.                 00001620
           05  FILLER          PIC X(8)    VALUE "BRANCH: ".            00001630
           05  HL2-BRANCH-NUMBER   PIC 9(2).                            00001640
           05  FILLER          PIC X(4)    VALUE SPACE.                 00001650
           05  FILLER          PIC X(10)   VALUE "SALESREP: ".          00001660
           05  HL2-SALESREP-NUMBER PIC 9(2).                            00001670
           05  FILLER          PIC X(2)    VALUE SPACE.                 00001680
           05  HL2-SALESREP-NAME   PIC X(20).                           00001690
           05  FILLER          PIC X(79)   VALUE SPACE.                 00001700
                                                                        00001710
       01  HEADING-LINE-3.                                              00001720
           05  FILLER          PIC X(3)    VALUE SPACE.                 00001730
           05  FILLER          PIC X(10)   VALUE "PERIOD END".          00001740
           05  FILLER          PIC X(3)    VALUE SPACE.                 00001750
           05  FILLER          PIC X(15)   VALUE "     BASE SALES".     00001760
           05  FILLER          PIC X(3)    VALUE SPACE.                 00001770
           05  FILLER          PIC X(4)    VALUE "RATE".                00001780
           05  FILLER          PIC X(17)   VALUE "           EARNED".   00001790
           05  FILLER          PIC X(17)   VALUE "         ADJUSTED".   00001800
           05  FILLER          PIC X(17)   VALUE "             PAID".   00001810
           05  FILLER          PIC X(17)   VALUE "   EARNED TO DATE".   00001820
           05  FILLER          PIC X(17)   VALUE "     PAID TO DATE".   00001830
           05  FILLER          PIC X(7)    VALUE SPACE.                 00001840
                                                                        00001850
       01  HEADING-LINE-4.                                              00001860
           05  FILLER          PIC X(130)  VALUE ALL "-".               00001870
                                                                        00001880
       01  STATEMENT-LINE.                                              00001890
           05  FILLER              PIC X(3)     VALUE SPACE.            00001900
           05  SL-PERIOD-END.                                           00001910
               10  SL-MONTH        PIC 9(2).                            00001920
               10  FILLER          PIC X(1)     VALUE "/".              00001930
               10  SL-DAY          PIC 9(2).                            00001940
               10  FILLER          PIC X(1)     VALUE "/".              00001950
               10  SL-YEAR         PIC 9(4).                            00001960
           05  FILLER              PIC X(3)     VALUE SPACE.            00001970
           05  SL-BASE-SALES       PIC ZZZ,ZZZ,ZZ9.99-.                 00001980
           05  FILLER              PIC X(3)     VALUE SPACE.            00001990
           05  SL-RATE             PIC .999.                            00002000
           05  FILLER              PIC X(2)     VALUE SPACE.            00002010
           05  SL-EARNED           PIC ZZZ,ZZZ,ZZ9.99-.                 00002020
           05  FILLER              PIC X(2)     VALUE SPACE.            00002030
           05  SL-ADJUSTED         PIC ZZZ,ZZZ,ZZ9.99-.                 00002040
           05  FILLER              PIC X(2)     VALUE SPACE.            00002050
           05  SL-PAID             PIC ZZZ,ZZZ,ZZ9.99-.                 00002060
           05  FILLER              PIC X(2)     VALUE SPACE.            00002070
           05  SL-EARNED-TO-DATE   PIC ZZZ,ZZZ,ZZ9.99-.                 00002080
           05  FILLER              PIC X(2)     VALUE SPACE.            00002090
           05  SL-PAID-TO-DATE     PIC ZZZ,ZZZ,ZZ9.99-.                 00002100
           05  FILLER              PIC X(7)     VALUE SPACE.            00002110
                                                                        00002120
       01  STATEMENT-TOTAL-LINE.                                        00002130
           05  FILLER              PIC X(3)     VALUE SPACE.            00002140
           05  STL-LABEL           PIC X(35).                           00002150
           05  FILLER              PIC X(2)     VALUE SPACE.            00002160
           05  STL-EARNED          PIC ZZZ,ZZZ,ZZ9.99-.                 00002170
           05  FILLER              PIC X(2)     VALUE SPACE.            00002180
           05  STL-ADJUSTED        PIC ZZZ,ZZZ,ZZ9.99-.                 00002190
           05  FILLER              PIC X(2)     VALUE SPACE.            00002200
           05  STL-PAID            PIC ZZZ,ZZZ,ZZ9.99-.                 00002210
           05  FILLER              PIC X(41)    VALUE SPACE.            00002220
                                                                        00002230
       01  CONTROL-TOTAL-LINE.                                          00002240
           05  FILLER              PIC X(3)     VALUE SPACE.            00002250
           05  CTL-LABEL           PIC X(30).                           00002260
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00002270
           05  FILLER              PIC X(90)    VALUE SPACE.            00002280
                                                                        00002290
       PROCEDURE DIVISION.                                              00002300
                                                                        00002310
       000-PRINT-REP-STATEMENTS.                                        00002320
                                                                        00002330
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002340
           PERFORM 050-READ-CONTROL-CARD.                               00002350
           PERFORM 045-LOAD-REP-TABLE.                                  00002360
           SORT SORTWK01                                                00002370
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00002380
                                SW-SALESREP-NUMBER                      00002390
                                SW-PERIOD-END-DATE                      00002400
               USING COMMLDG                                            00002410
               GIVING LDGSRT.                                           00002420
           OPEN INPUT  LDGSRT                                           00002430
                OUTPUT STMTRPT.                                         00002440
           PERFORM 200-PROCESS-LEDGER-RECORD                            00002450
               UNTIL LDGSRT-EOF-SWITCH = "Y".                           00002460
           IF FIRST-RECORD-SWITCH = "N"                                 00002470
               PERFORM 300-PRINT-REP-TOTAL                              00002480
           END-IF.                                                      00002490
           PERFORM 500-PRINT-GRAND-TOTALS.                              00002500
           CLOSE LDGSRT                                                 00002510
                 STMTRPT.                                               00002520
           DISPLAY "RPT2280: STATEMENTS PRINTED: " STATEMENT-COUNT.     00002530
           STOP RUN.                                                    00002540
                                                                        00002550
       045-LOAD-REP-TABLE.                                              00002560
                                                                        00002570
           OPEN INPUT REPMAST.                                          00002580
           PERFORM 046-READ-REP-RECORD                                  00002590
               UNTIL REPMAST-EOF-SWITCH = "Y".                          00002600
           CLOSE REPMAST.                                               00002610
                                                                        00002620
       046-READ-REP-RECORD.                                             00002630
                                                                        00002640
           READ REPMAST                                                 00002650
               AT END                                                   00002660
                   MOVE "Y" TO REPMAST-EOF-SWITCH                       00002670
               NOT AT END                                               00002680
                   ADD 1 TO REP-TABLE-COUNT                             00002690
                   MOVE RM-BRANCH-NUMBER                                00002700
                       TO RT-BRANCH-NUMBER(REP-TABLE-COUNT)             00002710
                   MOVE RM-SALESREP-NUMBER                              00002720
                       TO RT-SALESREP-NUMBER(REP-TABLE-COUNT)           00002730
                   MOVE RM-SALESREP-NAME                                00002740
                       TO RT-SALESREP-NAME(REP-TABLE-COUNT)             00002750
                   MOVE RM-REGION                                       00002760
                       TO RT-REGION(REP-TABLE-COUNT)                    00002770
           END-READ.                                                    00002780
                                                                        00002790
       049-LOOKUP-SALESREP-NAME.                                        00002800
                                                                        00002810
           MOVE "UNKNOWN REP    " TO WS-LOOKED-UP-SALESREP-NAME.        00002820
           MOVE "N" TO WS-REP-FOUND-SWITCH.                             00002830
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00002840
               UNTIL WS-TABLE-SUBSCRIPT > REP-TABLE-COUNT               00002850
                  OR WS-REP-FOUND-SWITCH = "Y"                          00002860
               IF RT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00002870
                   WS-LOOKUP-BRANCH-NUMBER                              00002880
                  AND RT-SALESREP-NUMBER(WS-TABLE-SUBSCRIPT) =          00002890
                   WS-LOOKUP-SALESREP-NUMBER                            00002900
                   MOVE RT-SALESREP-NAME(WS-TABLE-SUBSCRIPT)            00002910
                       TO WS-LOOKED-UP-SALESREP-NAME                    00002920
                   MOVE "Y" TO WS-REP-FOUND-SWITCH                      00002930
               END-IF                                                   00002940
           END-PERFORM.                                                 00002950
                                                                        00002960
       050-READ-CONTROL-CARD.                                           00002970
                                                                        00002980
           OPEN INPUT CTLCARD.                                          00002990
           READ CTLCARD                                                 00003000
               AT END                                                   00003010
                   MOVE "Y" TO CTLCARD-EOF-SWITCH.                      00003020
           CLOSE CTLCARD.                                               00003030
           IF CTLCARD-EOF-SWITCH = "N"                                  00003040
              AND CC-FISCAL-YEAR NUMERIC                                00003050
              AND CC-FISCAL-YEAR-NUM > ZERO                             00003060
               MOVE CC-FISCAL-YEAR-NUM TO STATEMENT-YEAR                00003070
           ELSE                                                         00003080
               MOVE CD-YEAR TO STATEMENT-YEAR.                          00003090
                                                                        00003100
       100-PRINT-STATEMENT-HEADING.                                     00003110
                                                                        00003120
           ADD 1 TO PAGE-COUNT.                                         00003130
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00003140
           MOVE CD-MONTH       TO HL1-MONTH.                            00003150
           MOVE CD-DAY         TO HL1-DAY.                              00003160
           MOVE CD-YEAR        TO HL1-YEAR.                             00003170
           MOVE STATEMENT-YEAR TO HL1-FISCAL-YEAR.                      00003180
           MOVE PREV-BRANCH-NUMBER   TO HL2-BRANCH-NUMBER               00003190
                                        WS-LOOKUP-BRANCH-NUMBER.        00003200
           MOVE PREV-SALESREP-NUMBER TO HL2-SALESREP-NUMBER             00003210
                                        WS-LOOKUP-SALESREP-NUMBER.      00003220
           PERFORM 049-LOOKUP-SALESREP-NAME.                            00003230
           MOVE WS-LOOKED-UP-SALESREP-NAME TO HL2-SALESREP-NAME.        00003240
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00003250
           WRITE PRINT-AREA.                                            00003260
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00003270
           WRITE PRINT-AREA.                                            00003280
           MOVE SPACES TO PRINT-AREA.                                   00003290
           WRITE PRINT-AREA.                                            00003300
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00003310
           WRITE PRINT-AREA.                                            00003320
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           00003330
           WRITE PRINT-AREA.                                            00003340
           MOVE 5 TO LINE-COUNT.                                        00003350
                                                                        00003360
       200-PROCESS-LEDGER-RECORD.                                       00003370
                                                                        00003380
           PERFORM 210-READ-LEDGER-RECORD.                              00003390
           IF LDGSRT-EOF-SWITCH = "N"                                   00003400
               IF LG-FISCAL-YEAR = STATEMENT-YEAR                       00003410
                   ADD 1 TO LEDGER-SELECTED-COUNT                       00003420
                   PERFORM 220-CHECK-REP-BREAK                          00003430
                   PERFORM 230-PRINT-STATEMENT-LINE.                    00003440
                                                                        00003450
       210-READ-LEDGER-RECORD.                                          00003460
                                                                        00003470
           READ LDGSRT                                                  00003480
               AT END                                                   00003490
                   MOVE "Y" TO LDGSRT-EOF-SWITCH                        00003500
               NOT AT END                                               00003510
                   ADD 1 TO LEDGER-READ-COUNT                           00003520
           END-READ.                                                    00003530
                                                                        00003540
       220-CHECK-REP-BREAK.                                             00003550
                                                                        00003560
           IF FIRST-RECORD-SWITCH = "Y"                                 00003570
               MOVE "N" TO FIRST-RECORD-SWITCH                          00003580
               MOVE LG-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER            00003590
               MOVE LG-SALESREP-NUMBER TO PREV-SALESREP-NUMBER          00003600
               MOVE +99 TO LINE-COUNT                                   00003610
               ADD 1 TO STATEMENT-COUNT                                 00003620
           ELSE                                                         00003630
               IF LG-BRANCH-NUMBER NOT = PREV-BRANCH-NUMBER             00003640
                  OR LG-SALESREP-NUMBER NOT = PREV-SALESREP-NUMBER      00003650
                   PERFORM 300-PRINT-REP-TOTAL                          00003660
                   MOVE LG-BRANCH-NUMBER   TO PREV-BRANCH-NUMBER        00003670
                   MOVE LG-SALESREP-NUMBER TO PREV-SALESREP-NUMBER      00003680
                   MOVE +99 TO LINE-COUNT                               00003690
                   ADD 1 TO STATEMENT-COUNT.                            00003700
                                                                        00003710
       230-PRINT-STATEMENT-LINE.                                        00003720
                                                                        00003730
           IF LINE-COUNT >= LINES-ON-PAGE                               00003740
               PERFORM 100-PRINT-STATEMENT-HEADING.                     00003750
           MOVE LG-PERIOD-END-MONTH TO SL-MONTH.                        00003760
           MOVE LG-PERIOD-END-DAY   TO SL-DAY.                          00003770
           MOVE LG-PERIOD-END-YEAR  TO SL-YEAR.                         00003780
           MOVE LG-BASE-SALES       TO SL-BASE-SALES.                   00003790
           MOVE LG-COMMISSION-RATE  TO SL-RATE.                         00003800
           MOVE LG-EARNED-AMOUNT    TO SL-EARNED.                       00003810
           MOVE LG-ADJUSTED-AMOUNT  TO SL-ADJUSTED.                     00003820
           MOVE LG-PAID-AMOUNT      TO SL-PAID.                         00003830
           MOVE LG-EARNED-TO-DATE   TO SL-EARNED-TO-DATE.               00003840
           MOVE LG-PAID-TO-DATE     TO SL-PAID-TO-DATE.                 00003850
           MOVE STATEMENT-LINE TO PRINT-AREA.                           00003860
           WRITE PRINT-AREA.                                            00003870
           ADD 1 TO LINE-COUNT.                                         00003880
           ADD LG-EARNED-AMOUNT   TO REP-EARNED-TOTAL.                  00003890
           ADD LG-ADJUSTED-AMOUNT TO REP-ADJUSTED-TOTAL.                00003900
           ADD LG-PAID-AMOUNT     TO REP-PAID-TOTAL.                    00003910
                                                                        00003920
       300-PRINT-REP-TOTAL.                                             00003930
                                                                        00003940
           MOVE SPACES TO PRINT-AREA.                                   00003950
           WRITE PRINT-AREA.                                            00003960
           MOVE "TOTAL FOR FISCAL YEAR TO DATE:" TO STL-LABEL.          00003970
           MOVE REP-EARNED-TOTAL   TO STL-EARNED.                       00003980
           MOVE REP-ADJUSTED-TOTAL TO STL-ADJUSTED.                     00003990
           MOVE REP-PAID-TOTAL     TO STL-PAID.                         00004000
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.                     00004010
           WRITE PRINT-AREA.                                            00004020
           ADD 2 TO LINE-COUNT.                                         00004030
           ADD REP-EARNED-TOTAL   TO GRAND-EARNED-TOTAL.                00004040
           ADD REP-ADJUSTED-TOTAL TO GRAND-ADJUSTED-TOTAL.              00004050
           ADD REP-PAID-TOTAL     TO GRAND-PAID-TOTAL.                  00004060
           MOVE ZERO TO REP-EARNED-TOTAL.                               00004070
           MOVE ZERO TO REP-ADJUSTED-TOTAL.                             00004080
           MOVE ZERO TO REP-PAID-TOTAL.                                 00004090
                                                                        00004100
       500-PRINT-GRAND-TOTALS.                                          00004110
                                                                        00004120
           MOVE SPACES TO PRINT-AREA.                                   00004130
           WRITE PRINT-AREA.                                            00004140
           MOVE "ALL REPS - FISCAL YEAR TO DATE:" TO STL-LABEL.         00004150
           MOVE GRAND-EARNED-TOTAL   TO STL-EARNED.                     00004160
           MOVE GRAND-ADJUSTED-TOTAL TO STL-ADJUSTED.                   00004170
           MOVE GRAND-PAID-TOTAL     TO STL-PAID.                       00004180
           MOVE STATEMENT-TOTAL-LINE TO PRINT-AREA.                     00004190
           WRITE PRINT-AREA.                                            00004200
           MOVE SPACES TO PRINT-AREA.                                   00004210
           WRITE PRINT-AREA.                                            00004220
           MOVE "LEDGER RECORDS READ:          " TO CTL-LABEL.          00004230
           MOVE LEDGER-READ-COUNT     TO CTL-COUNT.                     00004240
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004250
           MOVE "LEDGER RECORDS FOR YEAR:      " TO CTL-LABEL.          00004260
           MOVE LEDGER-SELECTED-COUNT TO CTL-COUNT.                     00004270
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004280
           MOVE "REP STATEMENTS PRINTED:       " TO CTL-LABEL.          00004290
           MOVE STATEMENT-COUNT       TO CTL-COUNT.                     00004300
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004310
                                                                        00004320
       510-PRINT-ONE-TOTAL-LINE.                                        00004330
                                                                        00004340
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00004350
           WRITE PRINT-AREA.                                            00004360
