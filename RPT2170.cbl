           05  PE-COMMISSION-RATE         PIC V999.                     00000660
           05  PE-COMMISSION-AMOUNT       PIC S9(9)V99.                 00000670
           05  PE-PROCESS-DATE            PIC 9(8).                     00000680
           05  PE-EARNED-TO-DATE          PIC S9(9)V99.                 00000681
           05  PE-PAID-TO-DATE            PIC S9(9)V99.                 00000682
           05  FILLER                     PIC X(1).                     00000683
                                                                        00000700
       FD  SALESHST                                                     00000710
           RECORDING MODE IS F                                          00000720
           05  GL-DEBIT-TOTAL          PIC S9(11)V99 VALUE ZERO.        00001090
           05  GL-CREDIT-TOTAL         PIC S9(11)V99 VALUE ZERO.        00001100
           05  COMM-BASE-TOTAL         PIC S9(11)V99 VALUE ZERO.        00001110
           05  COMM-NET-DUE-TOTAL      PIC S9(11)V99 VALUE ZERO.        00001111
           05  COMM-EARNED-TOTAL       PIC S9(11)V99 VALUE ZERO.        00001112
           05  COMM-PAID-TOTAL         PIC S9(11)V99 VALUE ZERO.        00001113
           05  HIST-RECORD-COUNT       PIC 9(7)     VALUE ZERO.         00001120
           05  HIST-CURR-YEAR-TOTAL    PIC S9(11)V99 VALUE ZERO.        00001130
           05  HIST-PREV-KEY           PIC X(7)     VALUE SPACE.        00001132
                   MOVE "Y" TO COMMEXT-EOF-SWITCH                       00002750
               NOT AT END                                               00002760
                   ADD PE-YTD-SALES-TOTAL TO COMM-BASE-TOTAL            00002770
                   ADD PE-COMMISSION-AMOUNT TO COMM-NET-DUE-TOTAL       00002771
                   ADD PE-EARNED-TO-DATE TO COMM-EARNED-TOTAL           00002772
                   ADD PE-PAID-TO-DATE TO COMM-PAID-TOTAL               00002773
           END-READ.                                                    00002780
                                                                        00002790
       600-FOOT-SALES-HISTORY.                                          00002800
           MOVE ZERO                TO FL-COUNT.                        00003270
           MOVE COMM-BASE-TOTAL     TO FL-AMOUNT.                       00003280
           PERFORM 710-PRINT-FOOTING-LINE.                              00003290
           MOVE "COMMEXT NET COMMISSION DUE:         " TO FL-LABEL.     00003291
           MOVE ZERO                TO FL-COUNT.                        00003292
           MOVE COMM-NET-DUE-TOTAL  TO FL-AMOUNT.                       00003293
           PERFORM 710-PRINT-FOOTING-LINE.                              00003294
           MOVE "SALESHST LATEST CURRENT-YEAR ARCHIVE:" TO FL-LABEL.    00003300
           MOVE HIST-RECORD-COUNT   TO FL-COUNT.                        00003310
           MOVE HIST-CURR-YEAR-TOTAL TO FL-AMOUNT.                      00003320
           MOVE "COMMEXT BASE VS CUSTMAST THIS-YTD:        "            00003480
               TO CKL-LABEL.                                            00003490
           PERFORM 720-PRINT-CHECK-LINE.                                00003500
           COMPUTE CHECK-VARIANCE =                                     00003501
               COMM-EARNED-TOTAL - COMM-PAID-TOTAL                      00003502
               - COMM-NET-DUE-TOTAL.                                    00003503
           MOVE "COMMEXT EARNED LESS PAID VS NET DUE:      "            00003504
               TO CKL-LABEL.                                            00003505
           PERFORM 720-PRINT-CHECK-LINE.                                00003506
           COMPUTE CHECK-VARIANCE =                                     00003510
               HIST-CURR-YEAR-TOTAL - CUST-TOTAL-THIS-YTD.              00003520
           MOVE "SALESHST CURRENT YEAR VS CUSTMAST THIS:   "            00003530
