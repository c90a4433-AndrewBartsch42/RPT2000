           SELECT NEWMAST ASSIGN TO NEWMAST.                            00000120
           SELECT SALESHST ASSIGN TO SALESHST.                          00000130
           SELECT NEWHST ASSIGN TO NEWHST.                              00000140
           SELECT SALESMON ASSIGN TO SALESMON.                          00000141
           SELECT NEWMON ASSIGN TO NEWMON.                              00000142
           SELECT REPQUOTA ASSIGN TO REPQUOTA.                          00000150
           SELECT NEWQTA ASSIGN TO NEWQTA.                              00000160
           SELECT CUSTAUD ASSIGN TO CUSTAUD.                            00000170
           RECORD CONTAINS 80 CHARACTERS                                00000750
           BLOCK CONTAINS 80 CHARACTERS.                                00000760
       01  NEW-HISTORY-RECORD          PIC X(80).                       00000770
                                                                        00000771
       FD  SALESMON                                                     00000772
           RECORDING MODE IS F                                          00000773
           LABEL RECORDS ARE STANDARD                                   00000774
           RECORD CONTAINS 300 CHARACTERS                               00000775
           BLOCK CONTAINS 300 CHARACTERS.                               00000776
       01  MONTHLY-SALES-RECORD.                                        00000777
           05  MS-BRANCH-NUMBER        PIC 9(2).                        00000778
           05  MS-SALESREP-NUMBER      PIC 9(2).                        00000779
           05  MS-CUSTOMER-NUMBER      PIC 9(5).                        00000780
           05  MS-FISCAL-YEAR          PIC 9(4).                        00000781
           05  MS-THIS-MONTH-SALES     PIC S9(9)V99 OCCURS 12 TIMES.    00000782
           05  MS-LAST-MONTH-SALES     PIC S9(9)V99 OCCURS 12 TIMES.    00000783
           05  MS-LAST-POSTED-DATE     PIC 9(8).                        00000784
           05  FILLER                  PIC X(15).                       00000785
                                                                        00000786
       FD  NEWMON                                                       00000787
           RECORDING MODE IS F                                          00000788
           LABEL RECORDS ARE STANDARD                                   00000789
           RECORD CONTAINS 300 CHARACTERS                               00000790
           BLOCK CONTAINS 300 CHARACTERS.                               00000791
       01  NEW-MONTHLY-SALES-RECORD    PIC X(300).                      00000792
                                                                        00000793
       FD  REPQUOTA                                                     00000794
           RECORDING MODE IS F                                          00000800
           LABEL RECORDS ARE STANDARD                                   00000810
           RECORD CONTAINS 40 CHARACTERS                                00000820
               10  CA-R-TO-SALESREP-NUMBER   PIC 9(2).                  00001280
               10  CA-R-CUSTOMER-NAME        PIC X(20).                 00001290
               10  FILLER                    PIC X(58).                 00001300
           05  CA-USER-ID              PIC X(8).                        00001301
           05  FILLER                  PIC X(10).                       00001302
                                                                        00001320
       FD  REALRPT                                                      00001330
           RECORDING MODE IS F                                          00001340
           05  CTLCARD-EOF-SWITCH      PIC X    VALUE "N".              00001430
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              00001440
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".              00001450
           05  SALESMON-EOF-SWITCH     PIC X    VALUE "N".              00001451
           05  REPQUOTA-EOF-SWITCH     PIC X    VALUE "N".              00001460
                                                                        00001470
       01  QUOTA-TABLE-FIELDS.                                          00001480
           05  MAST-MOVED-SALES        PIC S9(11)V99 VALUE ZERO.        00001670
           05  HIST-MOVED-COUNT        PIC 9(7)     VALUE ZERO.         00001680
           05  HIST-MOVED-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001690
           05  MONTH-MOVED-COUNT       PIC 9(7)     VALUE ZERO.         00001691
           05  QUOTA-MOVED-COUNT       PIC 9(7)     VALUE ZERO.         00001700
           05  QUOTA-MOVED-AMOUNT      PIC S9(11)V99 VALUE ZERO.        00001710
           05  MAST-TO-AFTER-COUNT     PIC 9(7)     VALUE ZERO.         00001720
           PERFORM 100-PRINT-REPORT-HEADING.                            00002450
           PERFORM 200-REALIGN-CUSTOMER-MASTER.                         00002460
           PERFORM 300-REALIGN-SALES-HISTORY.                           00002470
           PERFORM 350-REALIGN-MONTHLY-SALES.                           00002471
           PERFORM 400-REALIGN-REP-QUOTAS.                              00002480
           PERFORM 500-PRINT-REALIGNMENT-TOTALS.                        00002490
           CLOSE CUSTAUD                                                00002500
           MOVE "R"                      TO CA-ACTION-CODE.             00003280
           MOVE CM-BRANCH-NUMBER        TO CA-BRANCH-NUMBER.            00003290
           MOVE CM-CUSTOMER-NUMBER      TO CA-CUSTOMER-NUMBER.          00003300
           MOVE "RPT2150"                TO CA-USER-ID.                 00003301
           MOVE CC-FROM-BRANCH-NUMBER   TO CA-R-FROM-BRANCH-NUMBER.     00003310
           MOVE CC-FROM-SALESREP-NUMBER TO CA-R-FROM-SALESREP-NUMBER.   00003320
           MOVE CC-TO-BRANCH-NUMBER     TO CA-R-TO-BRANCH-NUMBER.       00003330
                   WRITE NEW-HISTORY-RECORD                             00003620
           END-READ.                                                    00003630
                                                                        00003640
       350-REALIGN-MONTHLY-SALES.                                       00003641
                                                                        00003642
           OPEN INPUT  SALESMON                                         00003643
                OUTPUT NEWMON.                                          00003644
           PERFORM 360-REALIGN-MONTHLY-RECORDS                          00003645
               UNTIL SALESMON-EOF-SWITCH = "Y".                         00003646
           CLOSE SALESMON                                               00003647
                 NEWMON.                                                00003648
                                                                        00003649
       360-REALIGN-MONTHLY-RECORDS.                                     00003650
                                                                        00003651
           READ SALESMON                                                00003652
               AT END                                                   00003653
                   MOVE "Y" TO SALESMON-EOF-SWITCH                      00003654
               NOT AT END                                               00003655
                   IF MS-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER          00003656
                       AND MS-SALESREP-NUMBER =                         00003657
                           CC-FROM-SALESREP-NUMBER                      00003658
                       MOVE CC-TO-BRANCH-NUMBER   TO MS-BRANCH-NUMBER   00003659
                       MOVE CC-TO-SALESREP-NUMBER TO MS-SALESREP-NUMBER 00003660
                       ADD 1 TO MONTH-MOVED-COUNT                       00003661
                   END-IF                                               00003662
                   MOVE MONTHLY-SALES-RECORD TO NEW-MONTHLY-SALES-RECORD00003663
                   WRITE NEW-MONTHLY-SALES-RECORD                       00003664
           END-READ.                                                    00003665
                                                                        00003666
       400-REALIGN-REP-QUOTAS.                                          00003667
                                                                        00003668
           OPEN INPUT REPQUOTA.                                         00003670
           PERFORM 410-LOAD-QUOTA-RECORD                                00003680
               UNTIL REPQUOTA-EOF-SWITCH = "Y".                         00003690
           MOVE HIST-MOVED-COUNT TO RL-COUNT.                           00004740
           MOVE HIST-MOVED-AMOUNT TO RL-AMOUNT.                         00004750
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004760
           MOVE "SALESMON RECORDS MOVED:             " TO RL-LABEL.     00004761
           MOVE MONTH-MOVED-COUNT TO RL-COUNT.                          00004762
           MOVE ZERO TO RL-AMOUNT.                                      00004763
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00004764
           MOVE "REPQUOTA RECORDS MOVED:             " TO RL-LABEL.     00004770
           MOVE QUOTA-MOVED-COUNT TO RL-COUNT.                          00004780
           MOVE QUOTA-MOVED-AMOUNT TO RL-AMOUNT.                        00004790
