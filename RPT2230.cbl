       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2230.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT CTLCARD  ASSIGN TO CTLCARD.                           00000100
           SELECT INVREG   ASSIGN TO INVREG.                            00000110
           SELECT ADJSRT   ASSIGN TO ADJSRT.                            00000120
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000130
           SELECT BRANMAST ASSIGN TO BRANMAST.                          00000140
           SELECT ADJRPT   ASSIGN TO ADJRPT.                            00000150
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
           05  CC-FROM-DATE            PIC 9(8).                        00000270
           05  CC-TO-DATE              PIC 9(8).                        00000280
           05  FILLER                  PIC X(64).                       00000290
                                                                        00000300
       FD  INVREG                                                       00000310
           RECORDING MODE IS F                                          00000320
           LABEL RECORDS ARE STANDARD                                   00000330
           RECORD CONTAINS 80 CHARACTERS                                00000340
           BLOCK CONTAINS 80 CHARACTERS.                                00000350
       01  REGISTER-IN-RECORD          PIC X(80).                       00000360
                                                                        00000370
       SD  SORTWK01                                                     00000380
           RECORD CONTAINS 80 CHARACTERS.                               00000390
       01  SORT-RECORD.                                                 00000400
           05  SW-INVOICE-NUMBER       PIC X(8).                        00000410
           05  SW-BRANCH-NUMBER        PIC X(2).                        00000420
           05  FILLER                  PIC X(24).                       00000430
           05  SW-POSTING-DATE         PIC X(8).                        00000440
           05  FILLER                  PIC X(1).                        00000450
           05  SW-REASON-CODE          PIC X(2).                        00000460
           05  FILLER                  PIC X(35).                       00000470
                                                                        00000480
       FD  ADJSRT                                                       00000490
           RECORDING MODE IS F                                          00000500
           LABEL RECORDS ARE STANDARD                                   00000510
           RECORD CONTAINS 80 CHARACTERS                                00000520
           BLOCK CONTAINS 80 CHARACTERS.                                00000530
       01  INVOICE-REGISTER-RECORD.                                     00000540
           05  IR-INVOICE-NUMBER       PIC X(8).                        00000550
           05  IR-BRANCH-NUMBER        PIC X(2).                        00000560
           05  IR-CUSTOMER-NUMBER      PIC X(5).                        00000570
           05  IR-SALESREP-NUMBER      PIC X(2).                        00000580
           05  IR-INVOICE-DATE         PIC X(8).                        00000590
           05  IR-INVOICE-AMOUNT       PIC S9(7)V99.                    00000600
           05  IR-POSTING-DATE         PIC 9(8).                        00000610
           05  IR-ENTRY-TYPE           PIC X(1).                        00000620
               88  IR-ADJUSTMENT-ENTRY     VALUE "A".                   00000630
           05  IR-REASON-CODE          PIC X(2).                        00000640
           05  IR-YTD-FIELD            PIC X(1).                        00000650
               88  IR-LAST-YTD-ENTRY       VALUE "L".                   00000660
           05  FILLER                  PIC X(34).                       00000670
                                                                        00000680
       FD  BRANMAST                                                     00000690
           RECORDING MODE IS F                                          00000700
           LABEL RECORDS ARE STANDARD                                   00000710
           RECORD CONTAINS 40 CHARACTERS                                00000720
           BLOCK CONTAINS 40 CHARACTERS.                                00000730
       01  BRANCH-MASTER-RECORD.                                        00000740
           05  BM-BRANCH-NUMBER           PIC 9(2).                     00000750
           05  BM-BRANCH-NAME             PIC X(20).                    00000760
           05  BM-REGION                  PIC X(10).                    00000770
           05  FILLER                     PIC X(8).                     00000780
                                                                        00000790
       FD  ADJRPT                                                       00000800
           RECORDING MODE IS F                                          00000810
           LABEL RECORDS ARE STANDARD                                   00000820
           RECORD CONTAINS 130 CHARACTERS                               00000830
           BLOCK CONTAINS 130 CHARACTERS.                               00000840
       01  PRINT-AREA      PIC X(130).                                  00000850
                                                                        00000860
       WORKING-STORAGE SECTION.                                         00000870
                                                                        00000880
       01  SWITCHES.                                                    00000890
           05  ADJSRT-EOF-SWITCH       PIC X    VALUE "N".              00000900
           05  BRANMAST-EOF-SWITCH     PIC X    VALUE "N".              00000910
           05  CTLCARD-EOF-SWITCH      PIC X    VALUE "N".              00000920
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00000930
                                                                        00000940
       01  SELECTION-FIELDS.                                            00000950
           05  RUN-DATE                PIC 9(8)     VALUE ZERO.         00000960
           05  SELECT-FROM-DATE        PIC 9(8)     VALUE ZERO.         00000970
           05  SELECT-TO-DATE          PIC 9(8)     VALUE ZERO.         00000980
                                                                        00000990
       01  BRANCH-TABLE-FIELDS.                                         00001000
           05  BRANCH-TABLE-COUNT      PIC 9(3)    VALUE ZERO.          00001010
           05  BRANCH-TABLE-ENTRY OCCURS 50 TIMES.                      00001020
               10  BT-BRANCH-NUMBER    PIC 9(2).                        00001030
               10  BT-BRANCH-NAME      PIC X(20).                       00001040
               10  BT-REGION           PIC X(10).                       00001050
                                                                        00001060
       01  ADJUSTMENT-REASON-VALUES.                                    00001070
           05  FILLER              PIC X(16) VALUE "RTRETURN".          00001080
           05  FILLER              PIC X(16) VALUE "PEPRICING ERROR".   00001090
           05  FILLER              PIC X(16) VALUE "WOWRITE-OFF".       00001100
           05  FILLER              PIC X(16) VALUE "MAMISAPPLIED".      00001110
                                                                        00001120
       01  ADJUSTMENT-REASON-TABLE REDEFINES ADJUSTMENT-REASON-VALUES.  00001130
           05  ADJ-REASON-ENTRY OCCURS 4 TIMES.                         00001140
               10  ADJ-REASON-CODE     PIC X(2).                        00001150
               10  ADJ-REASON-NAME     PIC X(14).                       00001160
                                                                        00001170
       01  ADJUSTMENT-REASON-TOTALS.                                    00001180
           05  ADJ-REASON-TOTAL OCCURS 5 TIMES.                         00001190
               10  ADJ-REASON-COUNT    PIC 9(7).                        00001200
               10  ADJ-REASON-AMOUNT   PIC S9(11)V99.                   00001210
                                                                        00001220
       01  LOOKUP-WORK-FIELDS.                                          00001230
           05  WS-LOOKUP-BRANCH-NUMBER     PIC 9(2).                    00001240
           05  WS-LOOKED-UP-BRANCH-NAME    PIC X(20).                   00001250
           05  WS-BRANCH-FOUND-SWITCH      PIC X    VALUE "N".          00001260
           05  WS-TABLE-SUBSCRIPT          PIC 9(3) VALUE ZERO.         00001270
           05  WS-LOOKED-UP-REASON-NAME    PIC X(14).                   00001280
           05  WS-REASON-SUBSCRIPT         PIC 9(2) VALUE ZERO.         00001290
           05  WS-REASON-FOUND-SWITCH      PIC X    VALUE "N".          00001300
                                                                        00001310
       01  BREAK-FIELDS.                                                00001320
           05  PREV-BRANCH-NUMBER      PIC X(2)     VALUE SPACE.        00001330
           05  PREV-REASON-CODE        PIC X(2)     VALUE SPACE.        00001340
                                                                        00001350
       01  CONTROL-TOTAL-FIELDS.                                        00001360
           05  ENTRIES-READ-COUNT      PIC 9(7)      VALUE ZERO.        00001370
           05  REASON-ADJ-COUNT        PIC 9(7)      VALUE ZERO.        00001380
           05  REASON-ADJ-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001390
           05  BRANCH-ADJ-COUNT        PIC 9(7)      VALUE ZERO.        00001400
           05  BRANCH-ADJ-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001410
           05  GRAND-ADJ-COUNT         PIC 9(7)      VALUE ZERO.        00001420
           05  GRAND-ADJ-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00001430
                                                                        00001440
       01  PRINT-FIELDS.                                                00001450
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001460
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001470
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001480
                                                                        00001490
       01  CURRENT-DATE-AND-TIME.                                       00001500
           05  CD-YEAR         PIC 9999.                                00001510
           05  CD-MONTH        PIC 99.                                  00001520
           05  CD-DAY          PIC 99.                                  00001530
           05  CD-HOURS        PIC 99.                                  00001540
           05  CD-MINUTES      PIC 99.                                  00001550
           05  FILLER          PIC X(9).                                00001560
                                                                        00001570
       01  HEADING-LINE-1.                                              00001580
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001590
           05  HL1-MONTH       PIC 9(2).                                00001600
           05  FILLER          PIC X(1)    VALUE "/".                   00001610
           05  HL1-DAY         PIC 9(2).                                00001620
           05  FILLER          PIC X(1)    VALUE "/".                   00001630
           05  HL1-YEAR        PIC 9(4).                                00001640
           05  FILLER          PIC X(16)   VALUE SPACE.                 00001650
           05  FILLER          PIC X(29)                                00001660
               VALUE "ADJUSTMENT REGISTER - POSTED ".                   00001670
           05  HL1-FROM-DATE   PIC 9(8).                                00001680
           05  FILLER          PIC X(4)    VALUE " TO ".                00001690
           05  HL1-TO-DATE     PIC 9(8).                                00001700
           05  FILLER          PIC X(4)    VALUE SPACE.                 00001710
           05  FILLER          PIC X(8)    VALUE "PAGE: ".              00001720
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001730
           05  FILLER          PIC X(32)   VALUE SPACE.                 00001740
                                                                        00001750
       01  HEADING-LINE-2.                                              00001760
           05  FILLER      PIC X(4)    VALUE "BR  ".                    00001770
           05  FILLER      PIC X(18)   VALUE "REASON            ".      00001780
           05  FILLER      PIC X(10)   VALUE "ADJ NO    ".              00001790
           05  FILLER      PIC X(7)    VALUE "CUST   ".                 00001800
           05  FILLER      PIC X(4)    VALUE "RP  ".                    00001810
           05  FILLER      PIC X(10)   VALUE "ADJ DATE  ".              00001820
           05  FILLER      PIC X(15)   VALUE "AMOUNT         ".         00001830
           05  FILLER      PIC X(6)    VALUE "YTD   ".                  00001840
           05  FILLER      PIC X(8)    VALUE "POSTED".                  00001850
           05  FILLER      PIC X(48)   VALUE SPACE.                     00001860
                                                                        00001870
       01  HEADING-LINE-3.                                              00001880
           05  FILLER          PIC X(130)  VALUE ALL "-".               00001890
                                                                        00001900
       01  BRANCH-HEADING-LINE.                                         00001910
           05  FILLER              PIC X(8)     VALUE "BRANCH  ".       00001920
           05  BHL-BRANCH-NUMBER   PIC X(2).                            00001930
           05  FILLER              PIC X(2)     VALUE SPACE.            00001940
           05  BHL-BRANCH-NAME     PIC X(20).                           00001950
           05  FILLER              PIC X(98)    VALUE SPACE.            00001960
                                                                        00001970
       01  ADJUSTMENT-LINE.                                             00001980
           05  AL-BRANCH-NUMBER    PIC X(2).                            00001990
           05  FILLER              PIC X(2)     VALUE SPACE.            00002000
           05  AL-REASON-CODE      PIC X(2).                            00002010
           05  FILLER              PIC X(1)     VALUE SPACE.            00002020
           05  AL-REASON-NAME      PIC X(14).                           00002030
           05  FILLER              PIC X(1)     VALUE SPACE.            00002040
           05  AL-ADJUSTMENT-NUMBER PIC X(8).                           00002050
           05  FILLER              PIC X(2)     VALUE SPACE.            00002060
           05  AL-CUSTOMER-NUMBER  PIC X(5).                            00002070
           05  FILLER              PIC X(2)     VALUE SPACE.            00002080
           05  AL-SALESREP-NUMBER  PIC X(2).                            00002090
           05  FILLER              PIC X(2)     VALUE SPACE.            00002100
           05  AL-ADJUSTMENT-DATE  PIC X(8).                            00002110
           05  FILLER              PIC X(2)     VALUE SPACE.            00002120
           05  AL-ADJUSTMENT-AMOUNT PIC Z,ZZZ,ZZ9.99-.                  00002130
           05  FILLER              PIC X(2)     VALUE SPACE.            00002140
           05  AL-YTD-FIELD        PIC X(4).                            00002150
           05  FILLER              PIC X(2)     VALUE SPACE.            00002160
           05  AL-POSTING-DATE     PIC 9(8).                            00002170
           05  FILLER              PIC X(48)    VALUE SPACE.            00002180
                                                                        00002190
       01  CONTROL-TOTAL-LINE.                                          00002200
           05  FILLER              PIC X(3)     VALUE SPACE.            00002210
           05  CTL-LABEL           PIC X(30).                           00002220
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00002230
           05  FILLER              PIC X(3)     VALUE SPACE.            00002240
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.                 00002250
           05  FILLER              PIC X(72)    VALUE SPACE.            00002260
                                                                        00002270
       PROCEDURE DIVISION.                                              00002280
                                                                        00002290
       000-PRODUCE-ADJUSTMENT-REGISTER.                                 00002300
                                                                        00002310
           SORT SORTWK01                                                00002320
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00002330
                                SW-REASON-CODE                          00002340
                                SW-POSTING-DATE                         00002350
                                SW-INVOICE-NUMBER                       00002360
               USING INVREG                                             00002370
               GIVING ADJSRT.                                           00002380
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002390
           PERFORM 050-READ-CONTROL-CARD.                               00002400
           PERFORM 040-LOAD-BRANCH-TABLE.                               00002410
           INITIALIZE ADJUSTMENT-REASON-TOTALS.                         00002420
           OPEN INPUT  ADJSRT                                           00002430
                OUTPUT ADJRPT.                                          00002440
           PERFORM 230-PRINT-HEADING-LINES.                             00002450
           PERFORM 200-PROCESS-REGISTER-ENTRY                           00002460
               UNTIL ADJSRT-EOF-SWITCH = "Y".                           00002470
           IF FIRST-RECORD-SWITCH = "N"                                 00002480
               PERFORM 245-PRINT-REASON-TOTAL                           00002490
               PERFORM 250-PRINT-BRANCH-TOTAL.                          00002500
           PERFORM 500-PRINT-GRAND-TOTALS.                              00002510
           CLOSE ADJSRT                                                 00002520
                 ADJRPT.                                                00002530
           STOP RUN.                                                    00002540
                                                                        00002550
       100-FORMAT-REPORT-HEADING.                                       00002560
                                                                        00002570
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002580
           MOVE CD-MONTH   TO HL1-MONTH.                                00002590
           MOVE CD-DAY     TO HL1-DAY.                                  00002600
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002610
           COMPUTE RUN-DATE =                                           00002620
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00002630
                                                                        00002640
       050-READ-CONTROL-CARD.                                           00002650
                                                                        00002660
           OPEN INPUT CTLCARD.                                          00002670
           READ CTLCARD                                                 00002680
               AT END                                                   00002690
                   MOVE "Y" TO CTLCARD-EOF-SWITCH                       00002700
                   MOVE ZERO TO CC-FROM-DATE                            00002710
                                CC-TO-DATE.                             00002720
           CLOSE CTLCARD.                                               00002730
           IF CC-FROM-DATE NUMERIC                                      00002740
               AND CC-FROM-DATE NOT = ZERO                              00002750
               MOVE CC-FROM-DATE TO SELECT-FROM-DATE                    00002760
           ELSE                                                         00002770
               MOVE RUN-DATE TO SELECT-FROM-DATE.                       00002780
           IF CC-TO-DATE NUMERIC                                        00002790
               AND CC-TO-DATE NOT = ZERO                                00002800
               MOVE CC-TO-DATE TO SELECT-TO-DATE                        00002810
           ELSE                                                         00002820
               MOVE RUN-DATE TO SELECT-TO-DATE.                         00002830
           IF SELECT-FROM-DATE > SELECT-TO-DATE                         00002840
               DISPLAY "RPT2230: FROM DATE " SELECT-FROM-DATE           00002850
                   " AFTER TO DATE " SELECT-TO-DATE " - RUN REFUSED"    00002860
               MOVE 8 TO RETURN-CODE                                    00002870
               STOP RUN.                                                00002880
           MOVE SELECT-FROM-DATE TO HL1-FROM-DATE.                      00002890
           MOVE SELECT-TO-DATE   TO HL1-TO-DATE.                        00002900
                                                                        00002910
       040-LOAD-BRANCH-TABLE.                                           00002920
                                                                        00002930
           OPEN INPUT BRANMAST.                                         00002940
           PERFORM 041-READ-BRANCH-RECORD                               00002950
               UNTIL BRANMAST-EOF-SWITCH = "Y".                         00002960
           CLOSE BRANMAST.                                              00002970
                                                                        00002980
       041-READ-BRANCH-RECORD.                                          00002990
                                                                        00003000
           READ BRANMAST                                                00003010
               AT END                                                   00003020
                   MOVE "Y" TO BRANMAST-EOF-SWITCH                      00003030
               NOT AT END                                               00003040
                   ADD 1 TO BRANCH-TABLE-COUNT                          00003050
                   MOVE BM-BRANCH-NUMBER                                00003060
                       TO BT-BRANCH-NUMBER(BRANCH-TABLE-COUNT)          00003070
                   MOVE BM-BRANCH-NAME                                  00003080
                       TO BT-BRANCH-NAME(BRANCH-TABLE-COUNT)            00003090
                   MOVE BM-REGION                                       00003100
                       TO BT-REGION(BRANCH-TABLE-COUNT)                 00003110
           END-READ.                                                    00003120
                                                                        00003130
       048-LOOKUP-BRANCH-NAME.                                          00003140
                                                                        00003150
           MOVE "UNKNOWN BRANCH " TO WS-LOOKED-UP-BRANCH-NAME.          00003160
           MOVE "N" TO WS-BRANCH-FOUND-SWITCH.                          00003170
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00003180
               UNTIL WS-TABLE-SUBSCRIPT > BRANCH-TABLE-COUNT            00003190
                  OR WS-BRANCH-FOUND-SWITCH = "Y"                       00003200
               IF BT-BRANCH-NUMBER(WS-TABLE-SUBSCRIPT) =                00003210
                   WS-LOOKUP-BRANCH-NUMBER                              00003220
                   MOVE BT-BRANCH-NAME(WS-TABLE-SUBSCRIPT)              00003230
                       TO WS-LOOKED-UP-BRANCH-NAME                      00003240
                   MOVE "Y" TO WS-BRANCH-FOUND-SWITCH                   00003250
               END-IF                                                   00003260
           END-PERFORM.                                                 00003270
                                                                        00003280
       049-LOOKUP-REASON-NAME.                                          00003290
                                                                        00003300
           MOVE "UNKNOWN REASON" TO WS-LOOKED-UP-REASON-NAME.           00003310
           MOVE "N" TO WS-REASON-FOUND-SWITCH.                          00003320
           PERFORM VARYING WS-REASON-SUBSCRIPT FROM 1 BY 1              00003330
               UNTIL WS-REASON-SUBSCRIPT > 4                            00003340
                  OR WS-REASON-FOUND-SWITCH = "Y"                       00003350
               IF ADJ-REASON-CODE(WS-REASON-SUBSCRIPT) =                00003360
                   IR-REASON-CODE                                       00003370
                   MOVE ADJ-REASON-NAME(WS-REASON-SUBSCRIPT)            00003380
                       TO WS-LOOKED-UP-REASON-NAME                      00003390
                   MOVE "Y" TO WS-REASON-FOUND-SWITCH                   00003400
               END-IF                                                   00003410
           END-PERFORM.                                                 00003420
           IF WS-REASON-FOUND-SWITCH = "Y"                              00003430
               SUBTRACT 1 FROM WS-REASON-SUBSCRIPT.                     00003440
                                                                        00003450
       200-PROCESS-REGISTER-ENTRY.                                      00003460
                                                                        00003470
           PERFORM 210-READ-REGISTER-ENTRY.                             00003480
           IF ADJSRT-EOF-SWITCH = "N"                                   00003490
               AND IR-ADJUSTMENT-ENTRY                                  00003500
               AND IR-POSTING-DATE NOT < SELECT-FROM-DATE               00003510
               AND IR-POSTING-DATE NOT > SELECT-TO-DATE                 00003520
               PERFORM 049-LOOKUP-REASON-NAME                           00003530
               PERFORM 225-CHECK-BRANCH-BREAK                           00003540
               PERFORM 240-PRINT-ADJUSTMENT.                            00003550
                                                                        00003560
       210-READ-REGISTER-ENTRY.                                         00003570
                                                                        00003580
           READ ADJSRT                                                  00003590
               AT END                                                   00003600
                   MOVE "Y" TO ADJSRT-EOF-SWITCH                        00003610
               NOT AT END                                               00003620
                   ADD 1 TO ENTRIES-READ-COUNT                          00003630
           END-READ.                                                    00003640
                                                                        00003650
       225-CHECK-BRANCH-BREAK.                                          00003660
                                                                        00003670
           IF FIRST-RECORD-SWITCH = "Y"                                 00003680
               MOVE "N" TO FIRST-RECORD-SWITCH                          00003690
               PERFORM 235-PRINT-BRANCH-HEADING                         00003700
           ELSE                                                         00003710
               IF IR-BRANCH-NUMBER NOT = PREV-BRANCH-NUMBER             00003720
                   PERFORM 245-PRINT-REASON-TOTAL                       00003730
                   PERFORM 250-PRINT-BRANCH-TOTAL                       00003740
                   PERFORM 235-PRINT-BRANCH-HEADING                     00003750
               ELSE                                                     00003760
                   IF IR-REASON-CODE NOT = PREV-REASON-CODE             00003770
                       PERFORM 245-PRINT-REASON-TOTAL.                  00003780
           MOVE IR-BRANCH-NUMBER TO PREV-BRANCH-NUMBER.                 00003790
           MOVE IR-REASON-CODE   TO PREV-REASON-CODE.                   00003800
                                                                        00003810
       235-PRINT-BRANCH-HEADING.                                        00003820
                                                                        00003830
           IF LINE-COUNT >= LINES-ON-PAGE - 3                           00003840
               PERFORM 230-PRINT-HEADING-LINES.                         00003850
           MOVE IR-BRANCH-NUMBER TO BHL-BRANCH-NUMBER.                  00003860
           IF IR-BRANCH-NUMBER NUMERIC                                  00003870
               MOVE IR-BRANCH-NUMBER TO WS-LOOKUP-BRANCH-NUMBER         00003880
               PERFORM 048-LOOKUP-BRANCH-NAME                           00003890
               MOVE WS-LOOKED-UP-BRANCH-NAME TO BHL-BRANCH-NAME         00003900
           ELSE                                                         00003910
               MOVE "INVALID BRANCH" TO BHL-BRANCH-NAME.                00003920
           MOVE SPACES TO PRINT-AREA.                                   00003930
           WRITE PRINT-AREA.                                            00003940
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA.                      00003950
           WRITE PRINT-AREA.                                            00003960
           ADD 2 TO LINE-COUNT.                                         00003970
                                                                        00003980
       240-PRINT-ADJUSTMENT.                                            00003990
                                                                        00004000
           IF LINE-COUNT >= LINES-ON-PAGE                               00004010
               PERFORM 230-PRINT-HEADING-LINES.                         00004020
           MOVE IR-BRANCH-NUMBER     TO AL-BRANCH-NUMBER.               00004030
           MOVE IR-REASON-CODE       TO AL-REASON-CODE.                 00004040
           MOVE WS-LOOKED-UP-REASON-NAME TO AL-REASON-NAME.             00004050
           MOVE IR-INVOICE-NUMBER    TO AL-ADJUSTMENT-NUMBER.           00004060
           MOVE IR-CUSTOMER-NUMBER   TO AL-CUSTOMER-NUMBER.             00004070
           MOVE IR-SALESREP-NUMBER   TO AL-SALESREP-NUMBER.             00004080
           MOVE IR-INVOICE-DATE      TO AL-ADJUSTMENT-DATE.             00004090
           MOVE IR-INVOICE-AMOUNT    TO AL-ADJUSTMENT-AMOUNT.           00004100
           IF IR-LAST-YTD-ENTRY                                         00004110
               MOVE "LAST"           TO AL-YTD-FIELD                    00004120
           ELSE                                                         00004130
               MOVE "THIS"           TO AL-YTD-FIELD.                   00004140
           MOVE IR-POSTING-DATE      TO AL-POSTING-DATE.                00004150
           MOVE ADJUSTMENT-LINE TO PRINT-AREA.                          00004160
           WRITE PRINT-AREA.                                            00004170
           ADD 1 TO LINE-COUNT.                                         00004180
           ADD 1 TO REASON-ADJ-COUNT.                                   00004190
           ADD IR-INVOICE-AMOUNT TO REASON-ADJ-AMOUNT.                  00004200
           IF WS-REASON-FOUND-SWITCH = "N"                              00004210
               MOVE 5 TO WS-REASON-SUBSCRIPT.                           00004220
           ADD 1 TO ADJ-REASON-COUNT(WS-REASON-SUBSCRIPT).              00004230
           ADD IR-INVOICE-AMOUNT                                        00004240
               TO ADJ-REASON-AMOUNT(WS-REASON-SUBSCRIPT).               00004250
                                                                        00004260
       245-PRINT-REASON-TOTAL.                                          00004270
                                                                        00004280
           MOVE SPACES TO CTL-LABEL.                                    00004290
           STRING "REASON " PREV-REASON-CODE " TOTAL:"                  00004300
               DELIMITED BY SIZE INTO CTL-LABEL.                        00004310
           MOVE REASON-ADJ-COUNT     TO CTL-COUNT.                      00004320
           MOVE REASON-ADJ-AMOUNT    TO CTL-AMOUNT.                     00004330
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004340
           ADD REASON-ADJ-COUNT      TO BRANCH-ADJ-COUNT.               00004350
           ADD REASON-ADJ-AMOUNT     TO BRANCH-ADJ-AMOUNT.              00004360
           MOVE ZERO TO REASON-ADJ-COUNT                                00004370
                        REASON-ADJ-AMOUNT.                              00004380
                                                                        00004390
       250-PRINT-BRANCH-TOTAL.                                          00004400
                                                                        00004410
           MOVE "BRANCH ADJUSTMENTS:           " TO CTL-LABEL.          00004420
           MOVE BRANCH-ADJ-COUNT     TO CTL-COUNT.                      00004430
           MOVE BRANCH-ADJ-AMOUNT    TO CTL-AMOUNT.                     00004440
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004450
           ADD BRANCH-ADJ-COUNT      TO GRAND-ADJ-COUNT.                00004460
           ADD BRANCH-ADJ-AMOUNT     TO GRAND-ADJ-AMOUNT.               00004470
           MOVE ZERO TO BRANCH-ADJ-COUNT                                00004480
                        BRANCH-ADJ-AMOUNT.                              00004490
                                                                        00004500
       230-PRINT-HEADING-LINES.                                         00004510
                                                                        00004520
           ADD 1 TO PAGE-COUNT.                                         00004530
           MOVE PAGE-COUNT     TO HL1-PAGE-NUMBER.                      00004540
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00004550
           WRITE PRINT-AREA.                                            00004560
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00004570
           WRITE PRINT-AREA.                                            00004580
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00004590
           WRITE PRINT-AREA.                                            00004600
           MOVE ZERO TO LINE-COUNT.                                     00004610
                                                                        00004620
       500-PRINT-GRAND-TOTALS.                                          00004630
                                                                        00004640
           IF LINE-COUNT >= LINES-ON-PAGE - 9                           00004650
               PERFORM 230-PRINT-HEADING-LINES.                         00004660
           MOVE SPACES TO PRINT-AREA.                                   00004670
           WRITE PRINT-AREA.                                            00004680
           MOVE "REGISTER ENTRIES READ:        " TO CTL-LABEL.          00004690
           MOVE ENTRIES-READ-COUNT   TO CTL-COUNT.                      00004700
           MOVE ZERO                 TO CTL-AMOUNT.                     00004710
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004720
           PERFORM 520-PRINT-REASON-GRAND-TOTAL                         00004730
               VARYING WS-REASON-SUBSCRIPT FROM 1 BY 1                  00004740
               UNTIL WS-REASON-SUBSCRIPT > 5.                           00004750
           MOVE "TOTAL ADJUSTMENTS:            " TO CTL-LABEL.          00004760
           MOVE GRAND-ADJ-COUNT      TO CTL-COUNT.                      00004770
           MOVE GRAND-ADJ-AMOUNT     TO CTL-AMOUNT.                     00004780
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004790
           DISPLAY "RPT2230: REGISTER ENTRIES:    " ENTRIES-READ-COUNT. 00004800
           DISPLAY "RPT2230: ADJUSTMENTS LISTED:  " GRAND-ADJ-COUNT.    00004810
                                                                        00004820
       510-PRINT-ONE-TOTAL-LINE.                                        00004830
                                                                        00004840
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00004850
           WRITE PRINT-AREA.                                            00004860
           ADD 1 TO LINE-COUNT.                                         00004870
                                                                        00004880
       520-PRINT-REASON-GRAND-TOTAL.                                    00004890
                                                                        00004900
           MOVE SPACES TO CTL-LABEL.                                    00004910
           IF WS-REASON-SUBSCRIPT > 4                                   00004920
               MOVE "  UNKNOWN REASON:" TO CTL-LABEL                    00004930
           ELSE                                                         00004940
               STRING "  " ADJ-REASON-NAME(WS-REASON-SUBSCRIPT) ":"     00004950
                   DELIMITED BY SIZE INTO CTL-LABEL.                    00004960
           MOVE ADJ-REASON-COUNT(WS-REASON-SUBSCRIPT)  TO CTL-COUNT.    00004970
           MOVE ADJ-REASON-AMOUNT(WS-REASON-SUBSCRIPT) TO CTL-AMOUNT.   00004980
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004990
