           SELECT REPMAST ASSIGN TO REPMAST.                            00000140
           SELECT COMMRPT ASSIGN TO COMMRPT.                            00000150
           SELECT COMMEXT ASSIGN TO COMMEXT.                            00000160
           SELECT PAYCTL ASSIGN TO PAYCTL.                              00000162
           SELECT COMMLDG ASSIGN TO COMMLDG.                            00000164
           SELECT ROLLCTL ASSIGN TO ROLLCTL.                            00000166
                                                                        00000170
       DATA DIVISION.                                                   00000180
                                                                        00000190
           05  PE-COMMISSION-RATE         PIC V999.                     00000940
           05  PE-COMMISSION-AMOUNT       PIC S9(9)V99.                 00000950
           05  PE-PROCESS-DATE            PIC 9(8).                     00000960
           05  PE-EARNED-TO-DATE          PIC S9(9)V99.                 00000961
           05  PE-PAID-TO-DATE            PIC S9(9)V99.                 00000962
           05  FILLER                     PIC X(1).                     00000963
                                                                        00000964
       FD  PAYCTL                                                       00000965
           RECORDING MODE IS F                                          00000966
           LABEL RECORDS ARE STANDARD                                   00000967
           RECORD CONTAINS 80 CHARACTERS                                00000968
           BLOCK CONTAINS 80 CHARACTERS.                                00000969
       01  PAY-CONTROL-RECORD.                                          00000970
           05  PY-PERIOD-END-DATE         PIC 9(8).                     00000971
           05  PY-PAYOUT-FLAG             PIC X(1).                     00000972
               88  PY-PAYOUT-REQUESTED        VALUE "Y".                00000973
           05  FILLER                     PIC X(71).                    00000974
                                                                        00000975
       FD  COMMLDG                                                      00000976
           RECORDING MODE IS F                                          00000977
           LABEL RECORDS ARE STANDARD                                   00000978
           RECORD CONTAINS 80 CHARACTERS                                00000979
           BLOCK CONTAINS 80 CHARACTERS.                                00000980
       01  COMMISSION-LEDGER-RECORD.                                    00000981
           05  LG-BRANCH-NUMBER           PIC 9(2).                     00000982
           05  LG-SALESREP-NUMBER         PIC 9(2).                     00000983
           05  LG-PERIOD-END-DATE         PIC 9(8).                     00000984
           05  LG-FISCAL-YEAR             PIC 9(4).                     00000985
           05  LG-BASE-SALES              PIC S9(9)V99.                 00000986
           05  LG-COMMISSION-RATE         PIC V999.                     00000987
           05  LG-EARNED-AMOUNT           PIC S9(7)V99.                 00000988
           05  LG-ADJUSTED-AMOUNT         PIC S9(7)V99.                 00000989
           05  LG-PAID-AMOUNT             PIC S9(7)V99.                 00000990
           05  LG-EARNED-TO-DATE          PIC S9(9)V99.                 00000991
           05  LG-PAID-TO-DATE            PIC S9(9)V99.                 00000992
           05  FILLER                     PIC X(1).                     00000993
                                                                        00000994
       FD  ROLLCTL                                                      00000995
           RECORDING MODE IS F                                          00000996
           LABEL RECORDS ARE STANDARD                                   00000997
           RECORD CONTAINS 80 CHARACTERS                                00000998
           BLOCK CONTAINS 80 CHARACTERS.                                00000999
       01  ROLLOVER-CONTROL-RECORD.                                     00001000
           05  RC-LAST-ROLLED-YEAR     PIC 9(4).                        00001001
           05  RC-LAST-ROLL-DATE       PIC 9(8).                        00001002
           05  FILLER                  PIC X(68).                       00001003
                                                                        00001004
       WORKING-STORAGE SECTION.                                         00001005
                                                                        00001006
       01  SWITCHES.                                                    00001010
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              00001020
           05  REPMAST-EOF-SWITCH      PIC X    VALUE "N".              00001040
           05  PAYCTL-EOF-SWITCH       PIC X    VALUE "N".              00001042
           05  COMMLDG-EOF-SWITCH      PIC X    VALUE "N".              00001044
           05  ROLLCTL-EOF-SWITCH      PIC X    VALUE "N".              00001046
                                                                        00001050
       01  REP-TABLE-FIELDS.                                            00001130
           05  REP-TABLE-COUNT         PIC 9(3)    VALUE ZERO.          00001140
           05  WS-REP-FOUND-SWITCH         PIC X    VALUE "N".          00001270
           05  WS-TABLE-SUBSCRIPT          PIC 9(3) VALUE ZERO.         00001280
                                                                        00001290
       01  LEDGER-TABLE-FIELDS.                                         00001291
           05  LEDGER-TABLE-COUNT      PIC 9(3)    VALUE ZERO.          00001292
           05  LEDGER-TABLE-ENTRY OCCURS 200 TIMES.                     00001293
               10  LT-BRANCH-NUMBER    PIC 9(2).                        00001294
               10  LT-SALESREP-NUMBER  PIC 9(2).                        00001295
               10  LT-BASE-PAID        PIC S9(11)V99.                   00001296
               10  LT-PAID-TO-DATE     PIC S9(11)V99.                   00001297
               10  LT-REP-SEEN-SWITCH  PIC X.                           00001298
                                                                        00001299
       01  LEDGER-WORK-FIELDS.                                          00001300
           05  WS-LEDGER-SUBSCRIPT         PIC 9(3) VALUE ZERO.         00001301
           05  WS-UNSEEN-SUBSCRIPT         PIC 9(3) VALUE ZERO.         00001302
           05  WS-LEDGER-FOUND-SWITCH      PIC X    VALUE "N".          00001303
           05  WS-FISCAL-YEAR              PIC 9(4) VALUE ZERO.         00001304
           05  WS-PROCESS-DATE             PIC 9(8) VALUE ZERO.         00001305
           05  WS-LAST-PERIOD-END-DATE     PIC 9(8) VALUE ZERO.         00001306
           05  WS-BASE-PAID                PIC S9(11)V99                00001307
                                                    VALUE ZERO.         00001308
           05  WS-PAID-TO-DATE             PIC S9(11)V99                00001309
                                                    VALUE ZERO.         00001310
           05  WS-NET-DUE                  PIC S9(11)V99                00001311
                                                    VALUE ZERO.         00001312
           05  WS-EARNED-AMOUNT            PIC S9(11)V99                00001313
                                                    VALUE ZERO.         00001314
           05  WS-ADJUSTED-AMOUNT          PIC S9(11)V99                00001315
                                                    VALUE ZERO.         00001316
       01  COMMISSION-RATE-TABLE.                                       00001317
           05  COMMISSION-TIER-ENTRY OCCURS 4 TIMES.                    00001318
               10  CRT-TIER-THRESHOLD     PIC 9(9)V99.                  00001320
               10  CRT-TIER-RATE          PIC V999.                     00001330
                                                                        00001340
           05  GRAND-TOTAL-YTD-SALES       PIC S9(11)V99                00001480
                                                    VALUE ZERO.         00001482
           05  GRAND-TOTAL-COMMISSION      PIC S9(11)V99                00001490
                                                    VALUE ZERO.         00001491
           05  GRAND-TOTAL-PAID-TO-DATE    PIC S9(11)V99                00001492
                                                    VALUE ZERO.         00001493
           05  GRAND-TOTAL-NET-DUE         PIC S9(11)V99                00001494
                                                    VALUE ZERO.         00001495
                                                                        00001500
       01  PRINT-FIELDS.                                                00001510
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001520
           05  FILLER          PIC X(15)   VALUE "YTD SALES      ".     00001830
           05  FILLER          PIC X(10)   VALUE "RATE      ".          00001840
           05  FILLER          PIC X(16)   VALUE "COMMISSION      ".    00001850
           05  FILLER          PIC X(16)   VALUE "PAID TO DATE    ".    00001851
           05  FILLER          PIC X(16)   VALUE "NET DUE         ".    00001852
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001853
                                                                        00001870
       01  HEADING-LINE-3.                                              00001880
           05  FILLER              PIC X(6)     VALUE ALL '-'.          00001890
           05  FILLER              PIC X(5)     VALUE ALL '-'.          00001970
           05  FILLER              PIC X(4)     VALUE SPACE.            00001980
           05  FILLER              PIC X(13)    VALUE ALL '-'.          00001990
           05  FILLER              PIC X(4)     VALUE SPACE.            00001991
           05  FILLER              PIC X(13)    VALUE ALL '-'.          00001992
           05  FILLER              PIC X(4)     VALUE SPACE.            00001993
           05  FILLER              PIC X(13)    VALUE ALL '-'.          00001994
           05  FILLER              PIC X(15)    VALUE SPACE.            00001995
                                                                        00002010
       01  COMMISSION-LINE.                                             00002020
           05  FILLER              PIC X(2)     VALUE SPACE.            00002030
           05  CML-RATE            PIC .999.                            00002120
           05  FILLER              PIC X(4)     VALUE SPACE.            00002130
           05  CML-COMMISSION      PIC ZZZ,ZZZ,ZZ9.99-.                 00002140
           05  FILLER              PIC X(2)     VALUE SPACE.            00002141
           05  CML-PAID-TO-DATE    PIC ZZZ,ZZZ,ZZ9.99-.                 00002142
           05  FILLER              PIC X(2)     VALUE SPACE.            00002143
           05  CML-NET-DUE         PIC ZZZ,ZZZ,ZZ9.99-.                 00002144
           05  FILLER              PIC X(19)    VALUE SPACE.            00002145
                                                                        00002160
       01  GRAND-TOTAL-LINE.                                            00002170
           05  FILLER              PIC X(9)     VALUE "GRAND TOT".      00002180
           05  FILLER              PIC X(4)     VALUE SPACE.            00002220
           05  FILLER              PIC X(4)     VALUE SPACE.            00002230
           05  GTL-COMMISSION      PIC ZZZ,ZZZ,ZZ9.99-.                 00002240
           05  FILLER              PIC X(2)     VALUE SPACE.            00002241
           05  GTL-PAID-TO-DATE    PIC ZZZ,ZZZ,ZZ9.99-.                 00002242
           05  FILLER              PIC X(2)     VALUE SPACE.            00002243
           05  GTL-NET-DUE         PIC ZZZ,ZZZ,ZZ9.99-.                 00002244
           05  FILLER              PIC X(16)    VALUE SPACE.            00002245
                                                                        00002260
       PROCEDURE DIVISION.                                              00002270
                                                                        00002280
       000-CALCULATE-COMMISSIONS.                                       00002290
                                                                        00002300
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002303
           COMPUTE WS-PROCESS-DATE =                                    00002306
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00002309
           PERFORM 020-LOAD-COMMISSION-RATE-TABLE.                      00002312
           PERFORM 030-READ-PAY-CONTROL.                                00002315
           PERFORM 035-DETERMINE-FISCAL-YEAR.                           00002318
           PERFORM 040-LOAD-COMMISSION-LEDGER.                          00002321
           IF PY-PAYOUT-REQUESTED                                       00002324
               PERFORM 060-CHECK-PAY-PERIOD                             00002327
           END-IF.                                                      00002330
           PERFORM 045-LOAD-REP-TABLE.                                   00002330
           SORT SORTWK01                                                00002340
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00002350
               USING CUSTMAST                                           00002370
               GIVING REPSRT.                                           00002380
           OPEN INPUT REPSRT.                                           00002390
           OPEN OUTPUT COMMRPT                                          00002391
                       COMMEXT.                                         00002392
           IF PY-PAYOUT-REQUESTED                                       00002393
               OPEN EXTEND COMMLDG                                      00002394
           END-IF.                                                      00002395
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002420
           PERFORM 200-PROCESS-REP-RECORDS                              00002430
               UNTIL CUSTMAST-EOF-SWITCH = "Y".                         00002440
           IF FIRST-RECORD-SWITCH = "N"                                 00002450
               PERFORM 500-PRINT-COMMISSION-STATEMENT                   00002460
           END-IF.                                                      00002470
           PERFORM 550-CLAW-BACK-UNSEEN-REP                             00002471
               VARYING WS-UNSEEN-SUBSCRIPT FROM 1 BY 1                  00002472
               UNTIL WS-UNSEEN-SUBSCRIPT > LEDGER-TABLE-COUNT.          00002473
           PERFORM 600-PRINT-GRAND-TOTALS.                              00002474
           IF PY-PAYOUT-REQUESTED                                       00002475
               CLOSE COMMLDG                                            00002476
               DISPLAY "RPT2050: PAY PERIOD " PY-PERIOD-END-DATE        00002477
                   " RECORDED IN LEDGER"                                00002478
           END-IF.                                                      00002479
           CLOSE REPSRT                                                 00002490
                 COMMRPT                                                00002500
                 COMMEXT.                                                00002510
           MOVE 999999999.99 TO CRT-TIER-THRESHOLD(4).                  00002620
           MOVE .075     TO CRT-TIER-RATE(4).                           00002630
                                                                        00002640
       030-READ-PAY-CONTROL.                                            00002643
                                                                        00002646
           OPEN INPUT PAYCTL.                                           00002649
           READ PAYCTL                                                  00002652
               AT END                                                   00002655
                   MOVE "Y" TO PAYCTL-EOF-SWITCH                        00002658
                   MOVE "N" TO PY-PAYOUT-FLAG                           00002661
                   MOVE ZERO TO PY-PERIOD-END-DATE.                     00002664
           CLOSE PAYCTL.                                                00002667
                                                                        00002670
       035-DETERMINE-FISCAL-YEAR.                                       00002673
                                                                        00002676
           IF PY-PAYOUT-REQUESTED                                       00002679
               MOVE PY-PERIOD-END-DATE(1:4) TO WS-FISCAL-YEAR           00002682
           ELSE                                                         00002685
               OPEN INPUT ROLLCTL                                       00002688
               READ ROLLCTL                                             00002691
                   AT END                                               00002694
                       MOVE "Y" TO ROLLCTL-EOF-SWITCH                   00002697
                       MOVE ZERO TO RC-LAST-ROLLED-YEAR                 00002700
               END-READ                                                 00002703
               CLOSE ROLLCTL                                            00002706
               IF RC-LAST-ROLLED-YEAR = ZERO                            00002709
                   MOVE CD-YEAR TO WS-FISCAL-YEAR                       00002712
               ELSE                                                     00002715
                   COMPUTE WS-FISCAL-YEAR = RC-LAST-ROLLED-YEAR + 1     00002718
               END-IF                                                   00002721
           END-IF.                                                      00002724
                                                                        00002727
       040-LOAD-COMMISSION-LEDGER.                                      00002730
                                                                        00002733
           OPEN INPUT COMMLDG.                                          00002736
           PERFORM 041-READ-LEDGER-RECORD                               00002739
               UNTIL COMMLDG-EOF-SWITCH = "Y".                          00002742
           CLOSE COMMLDG.                                               00002745
                                                                        00002748
       041-READ-LEDGER-RECORD.                                          00002751
                                                                        00002754
           READ COMMLDG                                                 00002757
               AT END                                                   00002760
                   MOVE "Y" TO COMMLDG-EOF-SWITCH                       00002763
               NOT AT END                                               00002766
                   IF LG-PERIOD-END-DATE > WS-LAST-PERIOD-END-DATE      00002769
                       MOVE LG-PERIOD-END-DATE                          00002772
                           TO WS-LAST-PERIOD-END-DATE                   00002775
                   END-IF                                               00002778
                   IF LG-FISCAL-YEAR = WS-FISCAL-YEAR                   00002781
                       PERFORM 042-POST-LEDGER-RECORD                   00002784
                   END-IF                                               00002787
           END-READ.                                                    00002790
                                                                        00002793
       042-POST-LEDGER-RECORD.                                          00002796
                                                                        00002799
           MOVE LG-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.          00002802
           MOVE LG-SALESREP-NUMBER TO WS-LOOKUP-SALESREP-NUMBER.        00002805
           PERFORM 048-LOOKUP-LEDGER-ENTRY.                             00002808
           IF WS-LEDGER-FOUND-SWITCH = "N"                              00002811
               ADD 1 TO LEDGER-TABLE-COUNT                              00002814
               MOVE LEDGER-TABLE-COUNT TO WS-LEDGER-SUBSCRIPT           00002817
               MOVE LG-BRANCH-NUMBER                                    00002820
                   TO LT-BRANCH-NUMBER(WS-LEDGER-SUBSCRIPT)             00002823
               MOVE LG-SALESREP-NUMBER                                  00002826
                   TO LT-SALESREP-NUMBER(WS-LEDGER-SUBSCRIPT)           00002829
               MOVE "N" TO LT-REP-SEEN-SWITCH(WS-LEDGER-SUBSCRIPT).     00002832
           MOVE LG-BASE-SALES   TO LT-BASE-PAID(WS-LEDGER-SUBSCRIPT).   00002835
           MOVE LG-PAID-TO-DATE TO LT-PAID-TO-DATE(WS-LEDGER-SUBSCRIPT).00002838
                                                                        00002841
       045-LOAD-REP-TABLE.                                              00002870
                                                                        00002880
           OPEN INPUT REPMAST.                                          00002890
                       TO RT-REGION(REP-TABLE-COUNT)                    00003080
           END-READ.                                                    00003090
                                                                        00003100
       048-LOOKUP-LEDGER-ENTRY.                                         00003109
                                                                        00003118
           MOVE "N" TO WS-LEDGER-FOUND-SWITCH.                          00003127
           PERFORM VARYING WS-LEDGER-SUBSCRIPT FROM 1 BY 1              00003136
               UNTIL WS-LEDGER-SUBSCRIPT > LEDGER-TABLE-COUNT           00003145
                  OR WS-LEDGER-FOUND-SWITCH = "Y"                       00003154
               IF LT-BRANCH-NUMBER(WS-LEDGER-SUBSCRIPT) =               00003163
                   WS-LOOKUP-BRANCH-NUMBER                              00003172
                  AND LT-SALESREP-NUMBER(WS-LEDGER-SUBSCRIPT) =         00003181
                   WS-LOOKUP-SALESREP-NUMBER                            00003190
                   MOVE "Y" TO WS-LEDGER-FOUND-SWITCH                   00003199
               END-IF                                                   00003208
           END-PERFORM.                                                 00003217
           IF WS-LEDGER-FOUND-SWITCH = "Y"                              00003226
               SUBTRACT 1 FROM WS-LEDGER-SUBSCRIPT.                     00003235
                                                                        00003244
       049-LOOKUP-SALESREP-NAME.                                        00003260
                                                                        00003270
           MOVE "UNKNOWN REP    " TO WS-LOOKED-UP-SALESREP-NAME.        00003280
               END-IF                                                   00003400
           END-PERFORM.                                                 00003410
                                                                        00003420
       060-CHECK-PAY-PERIOD.                                            00003421
                                                                        00003422
           IF PY-PERIOD-END-DATE NOT NUMERIC                            00003423
              OR PY-PERIOD-END-DATE = ZERO                              00003424
              OR PY-PERIOD-END-DATE > WS-PROCESS-DATE                   00003425
               DISPLAY "RPT2050: INVALID PAY PERIOD END DATE "          00003426
                   PY-PERIOD-END-DATE                                   00003427
               DISPLAY "RPT2050: PAYOUT REFUSED"                        00003428
               MOVE 8 TO RETURN-CODE                                    00003429
               STOP RUN.                                                00003430
           IF PY-PERIOD-END-DATE NOT > WS-LAST-PERIOD-END-DATE          00003431
               DISPLAY "RPT2050: PAY PERIOD " PY-PERIOD-END-DATE        00003432
                   " NOT AFTER LAST PAYOUT " WS-LAST-PERIOD-END-DATE    00003433
               DISPLAY "RPT2050: PAYOUT REFUSED"                        00003434
               MOVE 8 TO RETURN-CODE                                    00003435
               STOP RUN.                                                00003436
                                                                        00003437
       100-FORMAT-REPORT-HEADING.                                       00003438
                                                                        00003440
           MOVE CD-MONTH   TO HL1-MONTH.                                00003441
           MOVE CD-DAY     TO HL1-DAY.                                  00003470
           MOVE CD-YEAR    TO HL1-YEAR.                                 00003480
                                                                        00003490
                                                                        00003810
           PERFORM 610-DETERMINE-COMMISSION-RATE.                       00003820
           COMPUTE WS-COMMISSION-AMOUNT ROUNDED =                       00003830
               REP-YTD-TOTAL * WS-COMMISSION-RATE.                      00003831
           PERFORM 520-APPLY-COMMISSION-LEDGER.                         00003832
           IF LINE-COUNT >= LINES-ON-PAGE                               00003850
               PERFORM 230-PRINT-HEADING-LINES.                         00003860
           MOVE PREV-BRANCH-NUMBER   TO CML-BRANCH-NUMBER.              00003870
           MOVE WS-LOOKED-UP-SALESREP-NAME TO CML-SALESREP-NAME.        00003930
           MOVE REP-YTD-TOTAL        TO CML-YTD-SALES.                  00003940
           MOVE WS-COMMISSION-RATE   TO CML-RATE.                       00003950
           MOVE WS-COMMISSION-AMOUNT TO CML-COMMISSION.                 00003951
           MOVE WS-PAID-TO-DATE      TO CML-PAID-TO-DATE.               00003952
           MOVE WS-NET-DUE           TO CML-NET-DUE.                    00003953
           MOVE COMMISSION-LINE TO PRINT-AREA.                          00003970
           WRITE PRINT-AREA.                                            00003980
           ADD 1 TO LINE-COUNT.                                         00003990
           PERFORM 510-WRITE-PAYROLL-EXTRACT.                           00003991
           IF PY-PAYOUT-REQUESTED                                       00003992
               PERFORM 530-WRITE-LEDGER-RECORD.                         00003993
           ADD REP-YTD-TOTAL        TO GRAND-TOTAL-YTD-SALES.           00004010
           ADD WS-COMMISSION-AMOUNT TO GRAND-TOTAL-COMMISSION.          00004011
           ADD WS-PAID-TO-DATE      TO GRAND-TOTAL-PAID-TO-DATE.        00004012
           ADD WS-NET-DUE           TO GRAND-TOTAL-NET-DUE.             00004013
                                                                        00004030
       510-WRITE-PAYROLL-EXTRACT.                                       00004040
                                                                        00004050
           MOVE WS-LOOKED-UP-SALESREP-NAME TO PE-SALESREP-NAME.         00004090
           MOVE REP-YTD-TOTAL         TO PE-YTD-SALES-TOTAL.            00004100
           MOVE WS-COMMISSION-RATE    TO PE-COMMISSION-RATE.            00004110
           MOVE WS-NET-DUE            TO PE-COMMISSION-AMOUNT.          00004111
           MOVE WS-COMMISSION-AMOUNT  TO PE-EARNED-TO-DATE.             00004112
           MOVE WS-PAID-TO-DATE       TO PE-PAID-TO-DATE.               00004113
           MOVE WS-PROCESS-DATE       TO PE-PROCESS-DATE.               00004114
           WRITE PAYROLL-EXTRACT-RECORD.                                00004150
                                                                        00004160
       520-APPLY-COMMISSION-LEDGER.                                     00004161
                                                                        00004162
           MOVE PREV-BRANCH-NUMBER   TO WS-LOOKUP-BRANCH-NUMBER.        00004163
           MOVE PREV-SALESREP-NUMBER TO WS-LOOKUP-SALESREP-NUMBER.      00004164
           PERFORM 048-LOOKUP-LEDGER-ENTRY.                             00004165
           IF WS-LEDGER-FOUND-SWITCH = "Y"                              00004166
               MOVE "Y" TO LT-REP-SEEN-SWITCH(WS-LEDGER-SUBSCRIPT)      00004167
               MOVE LT-BASE-PAID(WS-LEDGER-SUBSCRIPT) TO WS-BASE-PAID   00004168
               MOVE LT-PAID-TO-DATE(WS-LEDGER-SUBSCRIPT)                00004169
                   TO WS-PAID-TO-DATE                                   00004170
           ELSE                                                         00004171
               MOVE ZERO TO WS-BASE-PAID                                00004172
               MOVE ZERO TO WS-PAID-TO-DATE.                            00004173
           COMPUTE WS-NET-DUE =                                         00004174
               WS-COMMISSION-AMOUNT - WS-PAID-TO-DATE.                  00004175
           IF REP-YTD-TOTAL > WS-BASE-PAID                              00004176
               COMPUTE WS-EARNED-AMOUNT ROUNDED =                       00004177
                   (REP-YTD-TOTAL - WS-BASE-PAID) * WS-COMMISSION-RATE  00004178
           ELSE                                                         00004179
               MOVE ZERO TO WS-EARNED-AMOUNT.                           00004180
           COMPUTE WS-ADJUSTED-AMOUNT =                                 00004181
               WS-NET-DUE - WS-EARNED-AMOUNT.                           00004182
                                                                        00004183
       530-WRITE-LEDGER-RECORD.                                         00004184
                                                                        00004185
           MOVE SPACES TO COMMISSION-LEDGER-RECORD.                     00004186
           MOVE PREV-BRANCH-NUMBER    TO LG-BRANCH-NUMBER.              00004187
           MOVE PREV-SALESREP-NUMBER  TO LG-SALESREP-NUMBER.            00004188
           MOVE PY-PERIOD-END-DATE    TO LG-PERIOD-END-DATE.            00004189
           MOVE WS-FISCAL-YEAR        TO LG-FISCAL-YEAR.                00004190
           MOVE REP-YTD-TOTAL         TO LG-BASE-SALES.                 00004191
           MOVE WS-COMMISSION-RATE    TO LG-COMMISSION-RATE.            00004192
           MOVE WS-EARNED-AMOUNT      TO LG-EARNED-AMOUNT.              00004193
           MOVE WS-ADJUSTED-AMOUNT    TO LG-ADJUSTED-AMOUNT.            00004194
           MOVE WS-NET-DUE            TO LG-PAID-AMOUNT.                00004195
           MOVE WS-COMMISSION-AMOUNT  TO LG-EARNED-TO-DATE.             00004196
           MOVE WS-COMMISSION-AMOUNT  TO LG-PAID-TO-DATE.               00004197
           WRITE COMMISSION-LEDGER-RECORD.                              00004198
                                                                        00004199
       550-CLAW-BACK-UNSEEN-REP.                                        00004200
                                                                        00004201
           IF LT-REP-SEEN-SWITCH(WS-UNSEEN-SUBSCRIPT) = "N"             00004202
              AND LT-PAID-TO-DATE(WS-UNSEEN-SUBSCRIPT) NOT = ZERO       00004203
               MOVE LT-BRANCH-NUMBER(WS-UNSEEN-SUBSCRIPT)               00004204
                   TO PREV-BRANCH-NUMBER                                00004205
               MOVE LT-SALESREP-NUMBER(WS-UNSEEN-SUBSCRIPT)             00004206
                   TO PREV-SALESREP-NUMBER                              00004207
               MOVE ZERO TO REP-YTD-TOTAL                               00004208
               PERFORM 500-PRINT-COMMISSION-STATEMENT.                  00004209
                                                                        00004210
       610-DETERMINE-COMMISSION-RATE.                                   00004211
                                                                        00004212
           MOVE "N" TO WS-RATE-FOUND-SWITCH.                            00004213
           PERFORM VARYING WS-COMMISSION-SUBSCRIPT FROM 1 BY 1          00004214
               UNTIL WS-COMMISSION-SUBSCRIPT > 4                        00004215
                  OR WS-RATE-FOUND-SWITCH = "Y"                         00004220
               IF REP-YTD-TOTAL <=                                      00004230
                   CRT-TIER-THRESHOLD(WS-COMMISSION-SUBSCRIPT)          00004240
                                                                        00004460
           MOVE GRAND-TOTAL-YTD-SALES  TO GTL-YTD-SALES.                00004470
           MOVE GRAND-TOTAL-COMMISSION TO GTL-COMMISSION.               00004480
           MOVE GRAND-TOTAL-PAID-TO-DATE TO GTL-PAID-TO-DATE.           00004483
           MOVE GRAND-TOTAL-NET-DUE TO GTL-NET-DUE.                     00004486
           MOVE GRAND-TOTAL-LINE TO PRINT-AREA.                         00004490
           WRITE PRINT-AREA.                                            00004500
