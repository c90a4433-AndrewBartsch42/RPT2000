       FILE-CONTROL.                                                    00000090
           SELECT CTLCARD ASSIGN TO CTLCARD.                            00000100
           SELECT CUSTAUD ASSIGN TO CUSTAUD.                            00000110
           SELECT SECVIOL ASSIGN TO SECVIOL.                            00000111
           SELECT AUDRPT ASSIGN TO AUDRPT.                              00000120
                                                                        00000130
       DATA DIVISION.                                                   00000140
               88  CC-ALL-BRANCHES         VALUE ZERO.                  00000290
           05  CC-FUNCTION-SELECT      PIC X(1).                        00000300
               88  CC-ALL-FUNCTIONS        VALUE SPACE.                 00000310
               88  CC-CLOSES-ONLY          VALUE "C".                   00000311
               88  CC-VIOLATIONS-ONLY      VALUE "V".                   00000312
           05  CC-PRIOR-MONTH-FLAG     PIC X(1).                        00000330
               88  CC-PRIOR-MONTH-RUN      VALUE "M".                   00000331
           05  CC-USER-SELECT          PIC X(8).                        00000332
               88  CC-ALL-USERS            VALUE SPACE.                 00000333
           05  FILLER                  PIC X(47).                       00000334
                                                                        00000360
       FD  CUSTAUD                                                      00000370
           RECORDING MODE IS F                                          00000380
               88  CA-ACTION-UPDATE        VALUE "U".                   00000480
               88  CA-ACTION-STATUS        VALUE "S".                   00000490
               88  CA-ACTION-REALIGN       VALUE "R".                   00000500
               88  CA-ACTION-MERGE         VALUE "M".                   00000501
           05  CA-BRANCH-NUMBER        PIC 9(2).                        00000510
           05  CA-CUSTOMER-NUMBER      PIC 9(5).                        00000520
           05  CA-IMAGE-AREA.                                           00000530
               10  CA-R-TO-BRANCH-NUMBER     PIC 9(2).                  00000670
               10  CA-R-TO-SALESREP-NUMBER   PIC 9(2).                  00000680
               10  CA-R-CUSTOMER-NAME        PIC X(20).                 00000690
               10  FILLER                    PIC X(58).                 00000691
           05  CA-USER-ID              PIC X(8).                        00000692
           05  CA-MERGE-BRANCH-NUMBER  PIC 9(2).                        00000693
           05  CA-MERGE-CUSTOMER-NUMBER PIC 9(5).                       00000694
           05  FILLER                  PIC X(3).                        00000695
                                                                        00000720
       FD  SECVIOL                                                      00000721
           RECORDING MODE IS F                                          00000722
           LABEL RECORDS ARE STANDARD                                   00000723
           RECORD CONTAINS 80 CHARACTERS                                00000724
           BLOCK CONTAINS 80 CHARACTERS.                                00000725
       01  SECURITY-VIOLATION-RECORD.                                   00000726
           05  SV-VIOLATION-DATE       PIC 9(8).                        00000727
           05  SV-VIOLATION-TIME       PIC 9(6).                        00000728
           05  SV-USER-ID              PIC X(8).                        00000729
           05  SV-TERMINAL-ID          PIC X(4).                        00000730
           05  SV-TRANSACTION-ID       PIC X(4).                        00000731
           05  SV-FUNCTION-CODE        PIC X(1).                        00000732
           05  SV-BRANCH-NUMBER        PIC X(2).                        00000733
           05  SV-CUSTOMER-NUMBER      PIC X(5).                        00000734
           05  SV-REASON-CODE          PIC X(2).                        00000735
           05  SV-TARGET-USER-ID       PIC X(8).                        00000736
           05  FILLER                  PIC X(32).                       00000737
                                                                        00000738
       FD  AUDRPT                                                       00000730
           RECORDING MODE IS F                                          00000740
           LABEL RECORDS ARE STANDARD                                   00000750
           05  CTLCARD-EOF-SWITCH      PIC X    VALUE "N".              00000830
           05  CUSTAUD-EOF-SWITCH      PIC X    VALUE "N".              00000840
           05  RECORD-SELECTED-SWITCH  PIC X    VALUE "N".              00000850
           05  SECVIOL-EOF-SWITCH      PIC X    VALUE "N".              00000851
                                                                        00000860
       01  SELECTION-DATE-FIELDS.                                       00000870
           05  SELECT-START-DATE       PIC 9(8)  VALUE ZERO.            00000880
       01  AUDIT-COUNT-FIELDS.                                          00000930
           05  RECORDS-READ-COUNT      PIC 9(7)  VALUE ZERO.            00000940
           05  RECORDS-SELECTED-COUNT  PIC 9(7)  VALUE ZERO.            00000950
           05  VIOLATIONS-READ-COUNT   PIC 9(7)  VALUE ZERO.            00000951
           05  VIOLATIONS-SELECTED-COUNT PIC 9(7) VALUE ZERO.           00000952
                                                                        00000960
       01  DAILY-SUMMARY-TABLE.                                         00000970
           05  DAY-SUMMARY-COUNT       PIC 9(3)  VALUE ZERO.            00000980
               10  DS-UPDATE-COUNT     PIC 9(5).                        00001020
               10  DS-STATUS-COUNT     PIC 9(5).                        00001030
               10  DS-REALIGN-COUNT    PIC 9(5).                        00001040
               10  DS-MERGE-COUNT      PIC 9(5).                        00001041
                                                                        00001050
       01  REASON-CODE-VALUES.                                          00001051
           05  FILLER          PIC X(40)                                00001052
               VALUE "NRUSER NOT IN OPERATOR AUTHORITY FILE".           00001053
           05  FILLER          PIC X(40)                                00001054
               VALUE "BVBRANCH NOT AUTHORIZED FOR VIEW".                00001055
           05  FILLER          PIC X(40)                                00001056
               VALUE "BMBRANCH NOT AUTHORIZED FOR MAINTENANCE".         00001057
           05  FILLER          PIC X(40)                                00001058
               VALUE "FNFUNCTION NOT AUTHORIZED".                       00001059
           05  FILLER          PIC X(40)                                00001060
               VALUE "CLCREDIT LIMIT CHANGE NOT AUTHORIZED".            00001061
           05  FILLER          PIC X(40)                                00001062
               VALUE "SUNOT AUTHORIZED AS SUPERVISOR".                  00001063
           05  FILLER          PIC X(40)                                00001064
               VALUE "??UNKNOWN REASON CODE".                           00001065
                                                                        00001066
       01  REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.              00001067
           05  REASON-CODE-ENTRY OCCURS 7 TIMES.                        00001068
               10  RT-REASON-CODE      PIC X(2).                        00001069
               10  RT-REASON-TEXT      PIC X(38).                       00001070
                                                                        00001071
       01  REASON-COUNT-TABLE.                                          00001072
           05  RT-REASON-COUNT         PIC 9(5)  OCCURS 7 TIMES.        00001073
                                                                        00001074
       01  SUMMARY-WORK-FIELDS.                                         00001060
           05  WS-DAY-SUBSCRIPT        PIC 9(3)  VALUE ZERO.            00001070
           05  WS-DAY-FOUND-SWITCH     PIC X     VALUE "N".             00001080
           05  WS-REASON-SUBSCRIPT     PIC 9(1)  VALUE ZERO.            00001081
           05  WS-REASON-FOUND-SWITCH  PIC X     VALUE "N".             00001082
                                                                        00001090
       01  PRINT-FIELDS.                                                00001100
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001110
           05  FILLER          PIC X(5)    VALUE "  BR ".               00001450
           05  HL2-BRANCH      PIC 9(2).                                00001460
           05  FILLER          PIC X(7)    VALUE "  FUNC ".             00001470
           05  HL2-FUNCTION    PIC X(1).                                00001471
           05  FILLER          PIC X(7)    VALUE "  USER ".             00001472
           05  HL2-USER        PIC X(8).                                00001473
           05  FILLER          PIC X(59)   VALUE SPACE.                 00001474
                                                                        00001500
       01  HEADING-LINE-3.                                              00001510
           05  FILLER          PIC X(130)  VALUE ALL "-".               00001520
           05  FILLER              PIC X(3)     VALUE "BR=".            00001630
           05  ADL-BRANCH-NUMBER   PIC 9(2).                            00001640
           05  FILLER              PIC X(6)     VALUE " CUST=".         00001650
           05  ADL-CUSTOMER-NUMBER PIC 9(5).                            00001651
           05  FILLER              PIC X(6)     VALUE " USER=".         00001652
           05  ADL-USER-ID         PIC X(8).                            00001653
           05  FILLER              PIC X(59)    VALUE SPACE.            00001654
                                                                        00001680
       01  AUDIT-IMAGE-LINE.                                            00001690
           05  FILLER              PIC X(3)     VALUE SPACE.            00001700
           05  FILLER              PIC X(2)     VALUE SPACE.            00001940
           05  ARL-CUSTOMER-NAME   PIC X(20).                           00001950
           05  FILLER              PIC X(73)    VALUE SPACE.            00001960
                                                                        00001961
       01  AUDIT-MERGE-LINE.                                            00001962
           05  FILLER              PIC X(3)     VALUE SPACE.            00001963
           05  AML-DIRECTION       PIC X(12).                           00001964
           05  FILLER              PIC X(8)     VALUE "BR/CUST ".       00001965
           05  AML-BRANCH-NUMBER   PIC 9(2).                            00001966
           05  FILLER              PIC X(1)     VALUE "/".              00001967
           05  AML-CUSTOMER-NUMBER PIC 9(5).                            00001968
           05  FILLER              PIC X(99)    VALUE SPACE.            00001969
                                                                        00001970
       01  VIOLATION-HEADING-LINE.                                      00001971
           05  FILLER      PIC X(29)                                    00001972
               VALUE "SECURITY VIOLATIONS REFUSED".                     00001973
           05  FILLER      PIC X(101)  VALUE SPACE.                     00001974
                                                                        00001975
       01  VIOLATION-DETAIL-LINE.                                       00001976
           05  SVL-DATE            PIC 9999B99B99.                      00001977
           05  FILLER              PIC X(2)     VALUE SPACE.            00001978
           05  SVL-TIME            PIC 99B99B99.                        00001979
           05  FILLER              PIC X(2)     VALUE SPACE.            00001980
           05  SVL-USER-ID         PIC X(8).                            00001981
           05  FILLER              PIC X(2)     VALUE SPACE.            00001982
           05  SVL-TERMINAL-ID     PIC X(4).                            00001983
           05  FILLER              PIC X(2)     VALUE SPACE.            00001984
           05  SVL-TRANSACTION-ID  PIC X(4).                            00001985
           05  FILLER              PIC X(2)     VALUE SPACE.            00001986
           05  FILLER              PIC X(5)     VALUE "FUNC=".          00001987
           05  SVL-FUNCTION-CODE   PIC X(1).                            00001988
           05  FILLER              PIC X(2)     VALUE SPACE.            00001989
           05  FILLER              PIC X(3)     VALUE "BR=".            00001990
           05  SVL-BRANCH-NUMBER   PIC X(2).                            00001991
           05  FILLER              PIC X(6)     VALUE " CUST=".         00001992
           05  SVL-CUSTOMER-NUMBER PIC X(5).                            00001993
           05  FILLER              PIC X(2)     VALUE SPACE.            00001994
           05  FILLER              PIC X(7)     VALUE "TARGET=".        00001995
           05  SVL-TARGET-USER-ID  PIC X(8).                            00001996
           05  FILLER              PIC X(2)     VALUE SPACE.            00001997
           05  SVL-REASON-CODE     PIC X(2).                            00001998
           05  FILLER              PIC X(1)     VALUE SPACE.            00001999
           05  SVL-REASON-TEXT     PIC X(38).                           00002000
           05  FILLER              PIC X(2)     VALUE SPACE.            00002001
                                                                        00002002
       01  REASON-HEADING-LINE.                                         00002003
           05  FILLER      PIC X(47)   VALUE "REASON".                  00002004
           05  FILLER      PIC X(5)    VALUE "COUNT".                   00002005
           05  FILLER      PIC X(78)   VALUE SPACE.                     00002006
                                                                        00002007
       01  REASON-DETAIL-LINE.                                          00002008
           05  RDL-REASON-CODE     PIC X(2).                            00002009
           05  FILLER              PIC X(2)     VALUE SPACE.            00002010
           05  RDL-REASON-TEXT     PIC X(38).                           00002011
           05  FILLER              PIC X(5)     VALUE SPACE.            00002012
           05  RDL-REASON-COUNT    PIC ZZ,ZZ9.                          00002013
           05  FILLER              PIC X(77)    VALUE SPACE.            00002014
                                                                        00002015
       01  SUMMARY-HEADING-LINE.                                        00001980
           05  FILLER      PIC X(12)   VALUE "DATE        ".            00001990
           05  FILLER      PIC X(9)    VALUE "ADDS     ".               00002000
           05  FILLER      PIC X(9)    VALUE "UPDATES  ".               00002010
           05  FILLER      PIC X(9)    VALUE "STATUS   ".               00002020
           05  FILLER      PIC X(9)    VALUE "REALIGNS ".               00002030
           05  FILLER      PIC X(9)    VALUE "MERGES   ".               00002031
           05  FILLER      PIC X(73)   VALUE SPACE.                     00002040
                                                                        00002050
       01  SUMMARY-DETAIL-LINE.                                         00002060
           05  SDL-DATE            PIC 9999B99B99.                      00002070
           05  SDL-STATUS-COUNT    PIC ZZ,ZZ9.                          00002130
           05  FILLER              PIC X(3)     VALUE SPACE.            00002140
           05  SDL-REALIGN-COUNT   PIC ZZ,ZZ9.                          00002150
           05  FILLER              PIC X(3)     VALUE SPACE.            00002151
           05  SDL-MERGE-COUNT     PIC ZZ,ZZ9.                          00002152
           05  FILLER              PIC X(73)    VALUE SPACE.            00002160
                                                                        00002170
       PROCEDURE DIVISION.                                              00002180
                                                                        00002190
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002220
           PERFORM 050-READ-CONTROL-CARD.                               00002230
           PERFORM 060-SET-SELECTION-DATES.                             00002240
           OPEN INPUT  CUSTAUD                                          00002241
                       SECVIOL                                          00002242
                OUTPUT AUDRPT.                                          00002243
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002244
           IF NOT CC-VIOLATIONS-ONLY                                    00002245
               PERFORM 230-PRINT-HEADING-LINES                          00002246
               PERFORM 200-PROCESS-AUDIT-RECORDS                        00002247
                   UNTIL CUSTAUD-EOF-SWITCH = "Y"                       00002248
               PERFORM 500-PRINT-DAILY-SUMMARY.                         00002249
           PERFORM 600-PRINT-SECURITY-VIOLATIONS.                       00002250
           CLOSE CUSTAUD                                                00002251
                 SECVIOL                                                00002252
                 AUDRPT.                                                00002253
           DISPLAY "RPT2180: AUDIT RECORDS READ:     "                  00002340
               RECORDS-READ-COUNT.                                      00002350
           DISPLAY "RPT2180: AUDIT RECORDS SELECTED: "                  00002360
               RECORDS-SELECTED-COUNT.                                  00002370
           DISPLAY "RPT2180: VIOLATIONS READ:        "                  00002371
               VIOLATIONS-READ-COUNT.                                   00002372
           DISPLAY "RPT2180: VIOLATIONS SELECTED:    "                  00002373
               VIOLATIONS-SELECTED-COUNT.                               00002374
           STOP RUN.                                                    00002380
                                                                        00002390
       050-READ-CONTROL-CARD.                                           00002400
                   MOVE ZERO TO CC-CUSTOMER-SELECT                      00002480
                   MOVE ZERO TO CC-BRANCH-SELECT                        00002490
                   MOVE SPACE TO CC-FUNCTION-SELECT                     00002500
                   MOVE SPACE TO CC-PRIOR-MONTH-FLAG                    00002501
                   MOVE SPACE TO CC-USER-SELECT.                        00002502
           CLOSE CTLCARD.                                               00002520
                                                                        00002530
       060-SET-SELECTION-DATES.                                         00002540
           MOVE CC-CUSTOMER-SELECT TO HL2-CUSTOMER.                     00002860
           MOVE CC-BRANCH-SELECT   TO HL2-BRANCH.                       00002870
           MOVE CC-FUNCTION-SELECT TO HL2-FUNCTION.                     00002880
           MOVE CC-USER-SELECT     TO HL2-USER.                         00002881
                                                                        00002890
       200-PROCESS-AUDIT-RECORDS.                                       00002900
                                                                        00002910
           IF NOT CC-ALL-BRANCHES                                       00003190
               AND CA-BRANCH-NUMBER NOT = CC-BRANCH-SELECT              00003200
               MOVE "N" TO RECORD-SELECTED-SWITCH.                      00003210
           IF NOT CC-ALL-USERS                                          00003211
               AND CA-USER-ID NOT = CC-USER-SELECT                      00003212
               MOVE "N" TO RECORD-SELECTED-SWITCH.                      00003213
           IF CC-CLOSES-ONLY                                            00003220
               IF (NOT CA-ACTION-STATUS AND NOT CA-ACTION-MERGE)        00003230
                   OR CA-AFTER-CUSTOMER-STATUS NOT = "C"                00003240
                   MOVE "N" TO RECORD-SELECTED-SWITCH                   00003250
               END-IF                                                   00003260
               ELSE                                                     00003470
                   IF CA-ACTION-REALIGN                                 00003480
                       MOVE "REALIGN " TO ADL-ACTION                    00003490
                   ELSE                                                 00003491
                       IF CA-ACTION-MERGE                               00003492
                           MOVE "MERGE   " TO ADL-ACTION                00003493
                       ELSE                                             00003494
                           IF CA-AFTER-CUSTOMER-STATUS = "C"            00003495
                               MOVE "CLOSE   " TO ADL-ACTION            00003496
                           ELSE                                         00003497
                               MOVE "STATUS  " TO ADL-ACTION.           00003498
           MOVE CA-BRANCH-NUMBER   TO ADL-BRANCH-NUMBER.                00003550
           MOVE CA-CUSTOMER-NUMBER TO ADL-CUSTOMER-NUMBER.              00003560
           MOVE CA-USER-ID         TO ADL-USER-ID.                      00003561
           MOVE AUDIT-DETAIL-LINE TO PRINT-AREA.                        00003570
           WRITE PRINT-AREA.                                            00003580
           ADD 1 TO LINE-COUNT.                                         00003590
               PERFORM 260-PRINT-REALIGN-DETAIL                         00003610
           ELSE                                                         00003620
               PERFORM 250-PRINT-BEFORE-AFTER-IMAGES.                   00003630
           IF CA-ACTION-MERGE                                           00003631
               PERFORM 270-PRINT-MERGE-DETAIL.                          00003632
                                                                        00003640
       250-PRINT-BEFORE-AFTER-IMAGES.                                   00003650
                                                                        00003660
           MOVE AUDIT-REALIGN-LINE TO PRINT-AREA.                       00004030
           WRITE PRINT-AREA.                                            00004040
           ADD 1 TO LINE-COUNT.                                         00004050
                                                                        00004051
       270-PRINT-MERGE-DETAIL.                                          00004052
                                                                        00004053
           IF CA-AFTER-CUSTOMER-STATUS = "C"                            00004054
               MOVE "MERGED INTO " TO AML-DIRECTION                     00004055
           ELSE                                                         00004056
               MOVE "MERGED FROM " TO AML-DIRECTION.                    00004057
           MOVE CA-MERGE-BRANCH-NUMBER   TO AML-BRANCH-NUMBER.          00004058
           MOVE CA-MERGE-CUSTOMER-NUMBER TO AML-CUSTOMER-NUMBER.        00004059
           MOVE AUDIT-MERGE-LINE TO PRINT-AREA.                         00004060
           WRITE PRINT-AREA.                                            00004061
           ADD 1 TO LINE-COUNT.                                         00004062
                                                                        00004060
       300-COUNT-DAILY-ACTIVITY.                                        00004070
                                                                        00004080
                   MOVE ZERO TO DS-UPDATE-COUNT(WS-DAY-SUBSCRIPT)       00004250
                   MOVE ZERO TO DS-STATUS-COUNT(WS-DAY-SUBSCRIPT)       00004260
                   MOVE ZERO TO DS-REALIGN-COUNT(WS-DAY-SUBSCRIPT)      00004270
                   MOVE ZERO TO DS-MERGE-COUNT(WS-DAY-SUBSCRIPT)        00004271
               ELSE                                                     00004280
                   MOVE 62 TO WS-DAY-SUBSCRIPT                          00004290
               END-IF                                                   00004300
               ELSE                                                     00004370
                   IF CA-ACTION-REALIGN                                 00004380
                       ADD 1 TO DS-REALIGN-COUNT(WS-DAY-SUBSCRIPT)      00004390
                   ELSE                                                 00004391
                       IF CA-ACTION-MERGE                               00004392
                           ADD 1 TO DS-MERGE-COUNT(WS-DAY-SUBSCRIPT)    00004393
                       ELSE                                             00004394
                           ADD 1 TO DS-STATUS-COUNT(WS-DAY-SUBSCRIPT).  00004395
                                                                        00004420
       500-PRINT-DAILY-SUMMARY.                                         00004430
                                                                        00004440
               TO SDL-STATUS-COUNT.                                     00004640
           MOVE DS-REALIGN-COUNT(WS-DAY-SUBSCRIPT)                      00004650
               TO SDL-REALIGN-COUNT.                                    00004660
           MOVE DS-MERGE-COUNT(WS-DAY-SUBSCRIPT)                        00004661
               TO SDL-MERGE-COUNT.                                      00004662
           MOVE SUMMARY-DETAIL-LINE TO PRINT-AREA.                      00004670
           WRITE PRINT-AREA.                                            00004680
           ADD 1 TO LINE-COUNT.                                         00004690
                                                                        00004700
       600-PRINT-SECURITY-VIOLATIONS.                                   00004701
                                                                        00004702
           MOVE ZERO TO RT-REASON-COUNT(1) RT-REASON-COUNT(2)           00004703
                        RT-REASON-COUNT(3) RT-REASON-COUNT(4)           00004704
                        RT-REASON-COUNT(5) RT-REASON-COUNT(6)           00004705
                        RT-REASON-COUNT(7).                             00004706
           PERFORM 650-PRINT-VIOLATION-HEADING.                         00004707
           PERFORM 610-PROCESS-VIOLATION-RECORDS                        00004708
               UNTIL SECVIOL-EOF-SWITCH = "Y".                          00004709
           PERFORM 700-PRINT-REASON-SUMMARY.                            00004710
                                                                        00004711
       610-PROCESS-VIOLATION-RECORDS.                                   00004712
                                                                        00004713
           PERFORM 620-READ-VIOLATION-RECORD.                           00004714
           IF SECVIOL-EOF-SWITCH = "N"                                  00004715
               PERFORM 630-CHECK-VIOLATION-SELECTION                    00004716
               IF RECORD-SELECTED-SWITCH = "Y"                          00004717
                   PERFORM 640-PRINT-VIOLATION-DETAIL                   00004718
               END-IF                                                   00004719
           END-IF.                                                      00004720
                                                                        00004721
       620-READ-VIOLATION-RECORD.                                       00004722
                                                                        00004723
           READ SECVIOL                                                 00004724
               AT END                                                   00004725
                   MOVE "Y" TO SECVIOL-EOF-SWITCH                       00004726
               NOT AT END                                               00004727
                   ADD 1 TO VIOLATIONS-READ-COUNT                       00004728
           END-READ.                                                    00004729
                                                                        00004730
       630-CHECK-VIOLATION-SELECTION.                                   00004731
                                                                        00004732
           MOVE "Y" TO RECORD-SELECTED-SWITCH.                          00004733
           IF SV-VIOLATION-DATE < SELECT-START-DATE                     00004734
               OR SV-VIOLATION-DATE > SELECT-END-DATE                   00004735
               MOVE "N" TO RECORD-SELECTED-SWITCH.                      00004736
           IF NOT CC-ALL-CUSTOMERS                                      00004737
               AND SV-CUSTOMER-NUMBER NOT = CC-CUSTOMER-SELECT          00004738
               MOVE "N" TO RECORD-SELECTED-SWITCH.                      00004739
           IF NOT CC-ALL-BRANCHES                                       00004740
               AND SV-BRANCH-NUMBER NOT = CC-BRANCH-SELECT              00004741
               MOVE "N" TO RECORD-SELECTED-SWITCH.                      00004742
           IF NOT CC-ALL-USERS                                          00004743
               AND SV-USER-ID NOT = CC-USER-SELECT                      00004744
               MOVE "N" TO RECORD-SELECTED-SWITCH.                      00004745
                                                                        00004746
       640-PRINT-VIOLATION-DETAIL.                                      00004747
                                                                        00004748
           ADD 1 TO VIOLATIONS-SELECTED-COUNT.                          00004749
           IF LINE-COUNT >= LINES-ON-PAGE                               00004750
               PERFORM 650-PRINT-VIOLATION-HEADING.                     00004751
           MOVE "N" TO WS-REASON-FOUND-SWITCH.                          00004752
           PERFORM VARYING WS-REASON-SUBSCRIPT FROM 1 BY 1              00004753
               UNTIL WS-REASON-SUBSCRIPT > 6                            00004754
                  OR WS-REASON-FOUND-SWITCH = "Y"                       00004755
               IF RT-REASON-CODE(WS-REASON-SUBSCRIPT) = SV-REASON-CODE  00004756
                   MOVE "Y" TO WS-REASON-FOUND-SWITCH                   00004757
               END-IF                                                   00004758
           END-PERFORM.                                                 00004759
           IF WS-REASON-FOUND-SWITCH = "Y"                              00004760
               SUBTRACT 1 FROM WS-REASON-SUBSCRIPT                      00004761
           ELSE                                                         00004762
               MOVE 7 TO WS-REASON-SUBSCRIPT.                           00004763
           ADD 1 TO RT-REASON-COUNT(WS-REASON-SUBSCRIPT).               00004764
           MOVE SV-VIOLATION-DATE  TO SVL-DATE.                         00004765
           MOVE SV-VIOLATION-TIME  TO SVL-TIME.                         00004766
           MOVE SV-USER-ID         TO SVL-USER-ID.                      00004767
           MOVE SV-TERMINAL-ID     TO SVL-TERMINAL-ID.                  00004768
           MOVE SV-TRANSACTION-ID  TO SVL-TRANSACTION-ID.               00004769
           MOVE SV-FUNCTION-CODE   TO SVL-FUNCTION-CODE.                00004770
           MOVE SV-BRANCH-NUMBER   TO SVL-BRANCH-NUMBER.                00004771
           MOVE SV-CUSTOMER-NUMBER TO SVL-CUSTOMER-NUMBER.              00004772
           MOVE SV-TARGET-USER-ID  TO SVL-TARGET-USER-ID.               00004773
           MOVE SV-REASON-CODE     TO SVL-REASON-CODE.                  00004774
           MOVE RT-REASON-TEXT(WS-REASON-SUBSCRIPT)                     00004775
               TO SVL-REASON-TEXT.                                      00004776
           MOVE VIOLATION-DETAIL-LINE TO PRINT-AREA.                    00004777
           WRITE PRINT-AREA.                                            00004778
           ADD 1 TO LINE-COUNT.                                         00004779
                                                                        00004780
       650-PRINT-VIOLATION-HEADING.                                     00004781
                                                                        00004782
           PERFORM 230-PRINT-HEADING-LINES.                             00004783
           MOVE VIOLATION-HEADING-LINE TO PRINT-AREA.                   00004784
           WRITE PRINT-AREA.                                            00004785
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00004786
           WRITE PRINT-AREA.                                            00004787
           ADD 2 TO LINE-COUNT.                                         00004788
                                                                        00004789
       700-PRINT-REASON-SUMMARY.                                        00004790
                                                                        00004791
           PERFORM 230-PRINT-HEADING-LINES.                             00004792
           MOVE VIOLATION-HEADING-LINE TO PRINT-AREA.                   00004793
           WRITE PRINT-AREA.                                            00004794
           MOVE REASON-HEADING-LINE TO PRINT-AREA.                      00004795
           WRITE PRINT-AREA.                                            00004796
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00004797
           WRITE PRINT-AREA.                                            00004798
           ADD 3 TO LINE-COUNT.                                         00004799
           PERFORM 710-PRINT-ONE-REASON-LINE                            00004800
               VARYING WS-REASON-SUBSCRIPT FROM 1 BY 1                  00004801
               UNTIL WS-REASON-SUBSCRIPT > 7.                           00004802
           MOVE SPACE TO RDL-REASON-CODE.                               00004803
           MOVE "TOTAL VIOLATIONS SELECTED" TO RDL-REASON-TEXT.         00004804
           MOVE VIOLATIONS-SELECTED-COUNT TO RDL-REASON-COUNT.          00004805
           MOVE REASON-DETAIL-LINE TO PRINT-AREA.                       00004806
           WRITE PRINT-AREA.                                            00004807
           ADD 1 TO LINE-COUNT.                                         00004808
                                                                        00004809
       710-PRINT-ONE-REASON-LINE.                                       00004810
                                                                        00004811
           MOVE RT-REASON-CODE(WS-REASON-SUBSCRIPT)                     00004812
               TO RDL-REASON-CODE.                                      00004813
           MOVE RT-REASON-TEXT(WS-REASON-SUBSCRIPT)                     00004814
               TO RDL-REASON-TEXT.                                      00004815
           MOVE RT-REASON-COUNT(WS-REASON-SUBSCRIPT)                    00004816
               TO RDL-REASON-COUNT.                                     00004817
           MOVE REASON-DETAIL-LINE TO PRINT-AREA.                       00004818
           WRITE PRINT-AREA.                                            00004819
           ADD 1 TO LINE-COUNT.                                         00004820
                                                                        00004821
       230-PRINT-HEADING-LINES.                                         00004710
                                                                        00004720
           ADD 1 TO PAGE-COUNT.                                         00004730
