                                                                        00000250
       01  WS-ERASE-SEND-SWITCH        PIC X(1)  VALUE "N".             00000260
                                                                        00000262
       01  OPERATOR-AUTHORITY-RECORD.                                   00000263
           05  OP-USER-ID              PIC X(8).                        00000264
           05  OP-OPERATOR-NAME        PIC X(20).                       00000265
           05  OP-ALL-BRANCH-LEVEL     PIC X(1).                        00000266
           05  OP-BRANCH-ENTRY OCCURS 10 TIMES.                         00000267
               10  OP-BRANCH-NUMBER    PIC X(2).                        00000268
               10  OP-BRANCH-LEVEL     PIC X(1).                        00000269
           05  OP-ADD-FLAG             PIC X(1).                        00000270
               88  OP-ADD-ALLOWED          VALUE "Y".                   00000271
           05  OP-UPDATE-FLAG          PIC X(1).                        00000272
               88  OP-UPDATE-ALLOWED       VALUE "Y".                   00000273
           05  OP-STATUS-FLAG          PIC X(1).                        00000274
               88  OP-STATUS-ALLOWED       VALUE "Y".                   00000275
           05  OP-CREDIT-LIMIT-FLAG    PIC X(1).                        00000276
               88  OP-CREDIT-LIMIT-ALLOWED VALUE "Y".                   00000277
           05  OP-SUPERVISOR-FLAG      PIC X(1).                        00000278
               88  OP-SUPERVISOR           VALUE "Y".                   00000279
           05  OP-LAST-CHANGE-DATE     PIC 9(8).                        00000280
           05  OP-LAST-CHANGE-USER     PIC X(8).                        00000281
           05  FILLER                  PIC X(20).                       00000282
                                                                        00000283
       01  SECURITY-VIOLATION-RECORD.                                   00000284
           05  SV-VIOLATION-DATE       PIC 9(8).                        00000285
           05  SV-VIOLATION-TIME       PIC 9(6).                        00000286
           05  SV-USER-ID              PIC X(8).                        00000287
           05  SV-TERMINAL-ID          PIC X(4).                        00000288
           05  SV-TRANSACTION-ID       PIC X(4).                        00000289
           05  SV-FUNCTION-CODE        PIC X(1).                        00000290
           05  SV-BRANCH-NUMBER        PIC X(2).                        00000291
           05  SV-CUSTOMER-NUMBER      PIC X(5).                        00000292
           05  SV-REASON-CODE          PIC X(2).                        00000293
           05  SV-TARGET-USER-ID       PIC X(8).                        00000294
           05  FILLER                  PIC X(32).                       00000295
                                                                        00000296
       01  WS-AUTHORITY-FIELDS.                                         00000297
           05  WS-USER-ID              PIC X(8).                        00000298
           05  WS-AUTH-BRANCH          PIC X(2).                        00000299
           05  WS-BRANCH-LEVEL         PIC X(1).                        00000300
               88  WS-BRANCH-VIEWABLE      VALUES "V" "M".              00000301
               88  WS-BRANCH-MAINTAINABLE  VALUE "M".                   00000302
           05  WS-AUTH-SUBSCRIPT       PIC 9(2)  VALUE ZERO.            00000303
           05  WS-VIOLATION-REASON     PIC X(2).                        00000304
           05  WS-SECVIOL-RBA          PIC S9(8) COMP VALUE ZERO.       00000305
                                                                        00000306
       01  CURRENT-DATE-AND-TIME.                                       00000307
           05  CD-YEAR         PIC 9999.                                00000308
           05  CD-MONTH        PIC 99.                                  00000309
           05  CD-DAY          PIC 99.                                  00000310
           05  CD-HOURS        PIC 99.                                  00000311
           05  CD-MINUTES      PIC 99.                                  00000312
           05  CD-SECONDS      PIC 99.                                  00000313
           05  FILLER          PIC X(7).                                00000314
                                                                        00000315
       01  WS-MESSAGE                  PIC X(40) VALUE SPACE.           00000316
                                                                        00000317
       01  WS-COMMAREA                 PIC X(1).                        00000264
                                                                        00000270
           COPY RPT20M.                                                 00000280
               COMMAREA(WS-COMMAREA)                                    00000440
           END-EXEC.                                                    00000450
                                                                        00000460
       050-CHECK-OPERATOR-AUTHORITY.                                    00000461
                                                                        00000462
           EXEC CICS ASSIGN USERID(WS-USER-ID)                          00000463
           END-EXEC.                                                    00000464
           EXEC CICS HANDLE CONDITION                                   00000465
               NOTFND(070-OPERATOR-NOT-AUTHORIZED)                      00000466
           END-EXEC.                                                    00000467
           EXEC CICS READ DATASET("OPERAUTH")                           00000468
                          INTO(OPERATOR-AUTHORITY-RECORD)               00000469
                          RIDFLD(WS-USER-ID)                            00000470
                          KEYLENGTH(8)                                  00000471
           END-EXEC.                                                    00000472
           MOVE OP-ALL-BRANCH-LEVEL TO WS-BRANCH-LEVEL.                 00000473
           PERFORM VARYING WS-AUTH-SUBSCRIPT FROM 1 BY 1                00000474
               UNTIL WS-AUTH-SUBSCRIPT > 10                             00000475
               IF OP-BRANCH-NUMBER(WS-AUTH-SUBSCRIPT) = WS-AUTH-BRANCH  00000476
                  AND (OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT) = "M"         00000477
                       OR WS-BRANCH-LEVEL = SPACE)                      00000478
                   MOVE OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT)              00000479
                       TO WS-BRANCH-LEVEL                               00000480
               END-IF                                                   00000481
           END-PERFORM.                                                 00000482
           IF NOT WS-BRANCH-VIEWABLE                                    00000483
               MOVE "BV" TO WS-VIOLATION-REASON                         00000484
               MOVE "NOT AUTHORIZED FOR THIS BRANCH" TO WS-MESSAGE      00000485
               PERFORM 880-LOG-SECURITY-VIOLATION                       00000486
               PERFORM 890-SEND-REFUSAL.                                00000487
                                                                        00000488
       070-OPERATOR-NOT-AUTHORIZED.                                     00000489
                                                                        00000490
           MOVE "NR" TO WS-VIOLATION-REASON.                            00000491
           MOVE "USER NOT IN OPERATOR AUTHORITY FILE" TO WS-MESSAGE.    00000492
           PERFORM 880-LOG-SECURITY-VIOLATION.                          00000493
           PERFORM 890-SEND-REFUSAL.                                    00000494
                                                                        00000495
       100-SEND-INITIAL-MAP.                                            00000470
                                                                        00000480
           MOVE LOW-VALUES TO RPT20MO.                                  00000490
           MOVE DCA-BRANCH-NUMBER   TO WS-KEY-BRANCH-NUMBER.            00000564
           MOVE DCA-CUSTOMER-NUMBER TO WS-KEY-CUSTOMER-NUMBER.          00000566
           MOVE "Y" TO WS-ERASE-SEND-SWITCH.                            00000568
           MOVE WS-KEY-BRANCH-NUMBER TO WS-AUTH-BRANCH.                 00000569
           PERFORM 050-CHECK-OPERATOR-AUTHORITY.                        00000570
           PERFORM 300-READ-CUSTOMER-RECORD.                            00000570
                                                                        00000572
       200-RECEIVE-AND-INQUIRE.                                         00000574
           END-EXEC.                                                    00000640
           MOVE BRNOI TO WS-KEY-BRANCH-NUMBER.                          00000650
           MOVE CUSTI TO WS-KEY-CUSTOMER-NUMBER.                        00000660
           MOVE WS-KEY-BRANCH-NUMBER TO WS-AUTH-BRANCH.                 00000661
           PERFORM 050-CHECK-OPERATOR-AUTHORITY.                        00000662
           PERFORM 300-READ-CUSTOMER-RECORD.                            00000670
                                                                        00000680
       300-READ-CUSTOMER-RECORD.                                        00000690
               COMMAREA(WS-COMMAREA)                                    00000956
           END-EXEC.                                                    00000958
                                                                        00000960
       880-LOG-SECURITY-VIOLATION.                                      00000961
                                                                        00000962
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00000963
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.                    00000964
           COMPUTE SV-VIOLATION-DATE =                                  00000965
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00000966
           COMPUTE SV-VIOLATION-TIME =                                  00000967
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.    00000968
           MOVE WS-USER-ID             TO SV-USER-ID.                   00000969
           MOVE EIBTRMID               TO SV-TERMINAL-ID.               00000970
           MOVE EIBTRNID               TO SV-TRANSACTION-ID.            00000971
           MOVE WS-AUTH-BRANCH         TO SV-BRANCH-NUMBER.             00000972
           MOVE WS-KEY-CUSTOMER-NUMBER TO SV-CUSTOMER-NUMBER.           00000973
           MOVE WS-VIOLATION-REASON    TO SV-REASON-CODE.               00000974
           MOVE ZERO TO WS-SECVIOL-RBA.                                 00000975
           EXEC CICS WRITE DATASET("SECVIOL")                           00000976
                          FROM(SECURITY-VIOLATION-RECORD)               00000977
                          RIDFLD(WS-SECVIOL-RBA)                        00000978
                          RBA                                           00000979
           END-EXEC.                                                    00000980
                                                                        00000981
       890-SEND-REFUSAL.                                                00000982
                                                                        00000983
           MOVE LOW-VALUES TO RPT20MO.                                  00000984
           MOVE WS-MESSAGE             TO MSGO.                         00000985
           MOVE WS-KEY-BRANCH-NUMBER   TO BRNOO.                        00000986
           MOVE WS-KEY-CUSTOMER-NUMBER TO CUSTO.                        00000987
           EXEC CICS SEND MAP("RPT20M")                                 00000988
                          MAPSET("RPT20M")                              00000989
                          ERASE                                         00000990
           END-EXEC.                                                    00000991
           EXEC CICS RETURN                                             00000992
               TRANSID("RP30")                                          00000993
               COMMAREA(WS-COMMAREA)                                    00000994
           END-EXEC.                                                    00000995
                                                                        00000996
       900-CUSTOMER-NOT-FOUND.                                          00000970
                                                                        00000980
           MOVE LOW-VALUES TO RPT20MO.                                  00000990
