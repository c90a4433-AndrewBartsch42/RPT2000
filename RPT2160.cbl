           05  WS-SELECTED-ROW         PIC 9(2)  VALUE ZERO.            00000360
           05  WS-SELECTED-ACTION      PIC X(1)  VALUE SPACE.           00000370
                                                                        00000380
       01  OPERATOR-AUTHORITY-RECORD.                                   00000381
           05  OP-USER-ID              PIC X(8).                        00000382
           05  OP-OPERATOR-NAME        PIC X(20).                       00000383
           05  OP-ALL-BRANCH-LEVEL     PIC X(1).                        00000384
           05  OP-BRANCH-ENTRY OCCURS 10 TIMES.                         00000385
               10  OP-BRANCH-NUMBER    PIC X(2).                        00000386
               10  OP-BRANCH-LEVEL     PIC X(1).                        00000387
           05  OP-ADD-FLAG             PIC X(1).                        00000388
               88  OP-ADD-ALLOWED          VALUE "Y".                   00000389
           05  OP-UPDATE-FLAG          PIC X(1).                        00000390
               88  OP-UPDATE-ALLOWED       VALUE "Y".                   00000391
           05  OP-STATUS-FLAG          PIC X(1).                        00000392
               88  OP-STATUS-ALLOWED       VALUE "Y".                   00000393
           05  OP-CREDIT-LIMIT-FLAG    PIC X(1).                        00000394
               88  OP-CREDIT-LIMIT-ALLOWED VALUE "Y".                   00000395
           05  OP-SUPERVISOR-FLAG      PIC X(1).                        00000396
               88  OP-SUPERVISOR           VALUE "Y".                   00000397
           05  OP-LAST-CHANGE-DATE     PIC 9(8).                        00000398
           05  OP-LAST-CHANGE-USER     PIC X(8).                        00000399
           05  FILLER                  PIC X(20).                       00000400
                                                                        00000401
       01  SECURITY-VIOLATION-RECORD.                                   00000402
           05  SV-VIOLATION-DATE       PIC 9(8).                        00000403
           05  SV-VIOLATION-TIME       PIC 9(6).                        00000404
           05  SV-USER-ID              PIC X(8).                        00000405
           05  SV-TERMINAL-ID          PIC X(4).                        00000406
           05  SV-TRANSACTION-ID       PIC X(4).                        00000407
           05  SV-FUNCTION-CODE        PIC X(1).                        00000408
           05  SV-BRANCH-NUMBER        PIC X(2).                        00000409
           05  SV-CUSTOMER-NUMBER      PIC X(5).                        00000410
           05  SV-REASON-CODE          PIC X(2).                        00000411
           05  SV-TARGET-USER-ID       PIC X(8).                        00000412
           05  FILLER                  PIC X(32).                       00000413
                                                                        00000414
       01  WS-AUTHORITY-FIELDS.                                         00000415
           05  WS-USER-ID              PIC X(8).                        00000416
           05  WS-AUTH-BRANCH          PIC X(2).                        00000417
           05  WS-BRANCH-LEVEL         PIC X(1).                        00000418
               88  WS-BRANCH-VIEWABLE      VALUES "V" "M".              00000419
               88  WS-BRANCH-MAINTAINABLE  VALUE "M".                   00000420
           05  WS-AUTH-SUBSCRIPT       PIC 9(2)  VALUE ZERO.            00000421
           05  WS-VIOLATION-REASON     PIC X(2).                        00000422
           05  WS-SECVIOL-RBA          PIC S9(8) COMP VALUE ZERO.       00000423
                                                                        00000424
       01  CURRENT-DATE-AND-TIME.                                       00000425
           05  CD-YEAR         PIC 9999.                                00000426
           05  CD-MONTH        PIC 99.                                  00000427
           05  CD-DAY          PIC 99.                                  00000428
           05  CD-HOURS        PIC 99.                                  00000429
           05  CD-MINUTES      PIC 99.                                  00000430
           05  CD-SECONDS      PIC 99.                                  00000431
           05  FILLER          PIC X(7).                                00000432
                                                                        00000433
       01  WS-MESSAGE                  PIC X(40) VALUE SPACE.           00000390
                                                                        00000400
       01  BACKWARD-PAGE-TABLE.                                         00000410
               COMMAREA(WS-COMMAREA)                                    00000900
           END-EXEC.                                                    00000910
                                                                        00000920
       050-CHECK-OPERATOR-AUTHORITY.                                    00000921
                                                                        00000922
           EXEC CICS ASSIGN USERID(WS-USER-ID)                          00000923
           END-EXEC.                                                    00000924
           EXEC CICS HANDLE CONDITION                                   00000925
               NOTFND(070-OPERATOR-NOT-AUTHORIZED)                      00000926
           END-EXEC.                                                    00000927
           EXEC CICS READ DATASET("OPERAUTH")                           00000928
                          INTO(OPERATOR-AUTHORITY-RECORD)               00000929
                          RIDFLD(WS-USER-ID)                            00000930
                          KEYLENGTH(8)                                  00000931
           END-EXEC.                                                    00000932
           MOVE OP-ALL-BRANCH-LEVEL TO WS-BRANCH-LEVEL.                 00000933
           PERFORM VARYING WS-AUTH-SUBSCRIPT FROM 1 BY 1                00000934
               UNTIL WS-AUTH-SUBSCRIPT > 10                             00000935
               IF OP-BRANCH-NUMBER(WS-AUTH-SUBSCRIPT) = WS-AUTH-BRANCH  00000936
                  AND (OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT) = "M"         00000937
                       OR WS-BRANCH-LEVEL = SPACE)                      00000938
                   MOVE OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT)              00000939
                       TO WS-BRANCH-LEVEL                               00000940
               END-IF                                                   00000941
           END-PERFORM.                                                 00000942
           IF NOT WS-BRANCH-VIEWABLE                                    00000943
               MOVE "BV" TO WS-VIOLATION-REASON                         00000944
               MOVE "NOT AUTHORIZED FOR THIS BRANCH" TO WS-MESSAGE      00000945
               PERFORM 880-LOG-SECURITY-VIOLATION                       00000946
               PERFORM 890-SEND-MESSAGE-ONLY.                           00000947
                                                                        00000948
       070-OPERATOR-NOT-AUTHORIZED.                                     00000949
                                                                        00000950
           MOVE "NR" TO WS-VIOLATION-REASON.                            00000951
           MOVE "USER NOT IN OPERATOR AUTHORITY FILE" TO WS-MESSAGE.    00000952
           PERFORM 880-LOG-SECURITY-VIOLATION.                          00000953
           PERFORM 890-SEND-MESSAGE-ONLY.                               00000954
                                                                        00000955
       100-SEND-INITIAL-MAP.                                            00000930
                                                                        00000940
           MOVE LOW-VALUES TO RPT2160O.                                 00000950
           IF BRNOI NOT NUMERIC                                         00001490
               MOVE "ENTER A NUMERIC BRANCH NUMBER" TO WS-MESSAGE       00001500
               PERFORM 890-SEND-MESSAGE-ONLY.                           00001510
           MOVE BRNOI TO WS-AUTH-BRANCH.                                00001511
           PERFORM 050-CHECK-OPERATOR-AUTHORITY.                        00001512
           MOVE BRNOI TO WS-CA-BROWSE-BRANCH.                           00001520
           IF REPOI NUMERIC                                             00001530
               MOVE REPOI TO WS-CA-BROWSE-REP                           00001540
                              COMMAREA(WS-XCTL-COMMAREA)                00003500
               END-EXEC.                                                00003510
                                                                        00003520
       880-LOG-SECURITY-VIOLATION.                                      00003521
                                                                        00003522
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00003523
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.                    00003524
           COMPUTE SV-VIOLATION-DATE =                                  00003525
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00003526
           COMPUTE SV-VIOLATION-TIME =                                  00003527
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.    00003528
           MOVE WS-USER-ID             TO SV-USER-ID.                   00003529
           MOVE EIBTRMID               TO SV-TERMINAL-ID.               00003530
           MOVE EIBTRNID               TO SV-TRANSACTION-ID.            00003531
           MOVE WS-AUTH-BRANCH         TO SV-BRANCH-NUMBER.             00003532
           MOVE WS-VIOLATION-REASON    TO SV-REASON-CODE.               00003533
           MOVE ZERO TO WS-SECVIOL-RBA.                                 00003534
           EXEC CICS WRITE DATASET("SECVIOL")                           00003535
                          FROM(SECURITY-VIOLATION-RECORD)               00003536
                          RIDFLD(WS-SECVIOL-RBA)                        00003537
                          RBA                                           00003538
           END-EXEC.                                                    00003539
                                                                        00003540
       890-SEND-MESSAGE-ONLY.                                           00003530
                                                                        00003540
           MOVE LOW-VALUES TO RPT2160O.                                 00003550
