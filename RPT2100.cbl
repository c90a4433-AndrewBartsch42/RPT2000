                                                                        00000640
       01  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.               00000650
                                                                        00000660
       01  OPERATOR-AUTHORITY-RECORD.                                   00000661
           05  OP-USER-ID              PIC X(8).                        00000662
           05  OP-OPERATOR-NAME        PIC X(20).                       00000663
           05  OP-ALL-BRANCH-LEVEL     PIC X(1).                        00000664
           05  OP-BRANCH-ENTRY OCCURS 10 TIMES.                         00000665
               10  OP-BRANCH-NUMBER    PIC X(2).                        00000666
               10  OP-BRANCH-LEVEL     PIC X(1).                        00000667
           05  OP-ADD-FLAG             PIC X(1).                        00000668
               88  OP-ADD-ALLOWED          VALUE "Y".                   00000669
           05  OP-UPDATE-FLAG          PIC X(1).                        00000670
               88  OP-UPDATE-ALLOWED       VALUE "Y".                   00000671
           05  OP-STATUS-FLAG          PIC X(1).                        00000672
               88  OP-STATUS-ALLOWED       VALUE "Y".                   00000673
           05  OP-CREDIT-LIMIT-FLAG    PIC X(1).                        00000674
               88  OP-CREDIT-LIMIT-ALLOWED VALUE "Y".                   00000675
           05  OP-SUPERVISOR-FLAG      PIC X(1).                        00000676
               88  OP-SUPERVISOR           VALUE "Y".                   00000677
           05  OP-LAST-CHANGE-DATE     PIC 9(8).                        00000678
           05  OP-LAST-CHANGE-USER     PIC X(8).                        00000679
           05  FILLER                  PIC X(20).                       00000680
                                                                        00000681
       01  SECURITY-VIOLATION-RECORD.                                   00000682
           05  SV-VIOLATION-DATE       PIC 9(8).                        00000683
           05  SV-VIOLATION-TIME       PIC 9(6).                        00000684
           05  SV-USER-ID              PIC X(8).                        00000685
           05  SV-TERMINAL-ID          PIC X(4).                        00000686
           05  SV-TRANSACTION-ID       PIC X(4).                        00000687
           05  SV-FUNCTION-CODE        PIC X(1).                        00000688
           05  SV-BRANCH-NUMBER        PIC X(2).                        00000689
           05  SV-CUSTOMER-NUMBER      PIC X(5).                        00000690
           05  SV-REASON-CODE          PIC X(2).                        00000691
           05  SV-TARGET-USER-ID       PIC X(8).                        00000692
           05  FILLER                  PIC X(32).                       00000693
                                                                        00000694
       01  WS-AUTHORITY-FIELDS.                                         00000695
           05  WS-USER-ID              PIC X(8).                        00000696
           05  WS-AUTH-BRANCH          PIC X(2).                        00000697
           05  WS-BRANCH-LEVEL         PIC X(1).                        00000698
               88  WS-BRANCH-VIEWABLE      VALUES "V" "M".              00000699
               88  WS-BRANCH-MAINTAINABLE  VALUE "M".                   00000700
           05  WS-AUTH-SUBSCRIPT       PIC 9(2)  VALUE ZERO.            00000701
           05  WS-VIOLATION-REASON     PIC X(2).                        00000702
           05  WS-SECVIOL-RBA          PIC S9(8) COMP VALUE ZERO.       00000703
                                                                        00000704
       01  CURRENT-DATE-AND-TIME.                                       00000705
           05  CD-YEAR         PIC 9999.                                00000706
           05  CD-MONTH        PIC 99.                                  00000707
           05  CD-DAY          PIC 99.                                  00000708
           05  CD-HOURS        PIC 99.                                  00000709
           05  CD-MINUTES      PIC 99.                                  00000710
           05  CD-SECONDS      PIC 99.                                  00000711
           05  FILLER          PIC X(7).                                00000712
                                                                        00000713
       01  WS-MESSAGE                  PIC X(40) VALUE SPACE.           00000714
                                                                        00000715
       01  WS-COMMAREA                 PIC X(1).                        00000670
                                                                        00000680
           COPY RPT2100M.                                               00000690
               COMMAREA(WS-COMMAREA)                                    00000850
           END-EXEC.                                                    00000860
                                                                        00000870
       050-CHECK-OPERATOR-AUTHORITY.                                    00000871
                                                                        00000872
           EXEC CICS ASSIGN USERID(WS-USER-ID)                          00000873
           END-EXEC.                                                    00000874
           EXEC CICS HANDLE CONDITION                                   00000875
               NOTFND(070-OPERATOR-NOT-AUTHORIZED)                      00000876
           END-EXEC.                                                    00000877
           EXEC CICS READ DATASET("OPERAUTH")                           00000878
                          INTO(OPERATOR-AUTHORITY-RECORD)               00000879
                          RIDFLD(WS-USER-ID)                            00000880
                          KEYLENGTH(8)                                  00000881
           END-EXEC.                                                    00000882
           MOVE OP-ALL-BRANCH-LEVEL TO WS-BRANCH-LEVEL.                 00000883
           PERFORM VARYING WS-AUTH-SUBSCRIPT FROM 1 BY 1                00000884
               UNTIL WS-AUTH-SUBSCRIPT > 10                             00000885
               IF OP-BRANCH-NUMBER(WS-AUTH-SUBSCRIPT) = WS-AUTH-BRANCH  00000886
                  AND (OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT) = "M"         00000887
                       OR WS-BRANCH-LEVEL = SPACE)                      00000888
                   MOVE OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT)              00000889
                       TO WS-BRANCH-LEVEL                               00000890
               END-IF                                                   00000891
           END-PERFORM.                                                 00000892
           IF NOT WS-BRANCH-VIEWABLE                                    00000893
               MOVE "BV" TO WS-VIOLATION-REASON                         00000894
               MOVE "NOT AUTHORIZED FOR THIS BRANCH" TO WS-MESSAGE      00000895
               PERFORM 880-LOG-SECURITY-VIOLATION                       00000896
               PERFORM 890-SEND-REFUSAL.                                00000897
                                                                        00000898
       070-OPERATOR-NOT-AUTHORIZED.                                     00000899
                                                                        00000900
           MOVE "NR" TO WS-VIOLATION-REASON.                            00000901
           MOVE "USER NOT IN OPERATOR AUTHORITY FILE" TO WS-MESSAGE.    00000902
           PERFORM 880-LOG-SECURITY-VIOLATION.                          00000903
           PERFORM 890-SEND-REFUSAL.                                    00000904
                                                                        00000905
       100-SEND-INITIAL-MAP.                                            00000880
                                                                        00000890
           MOVE LOW-VALUES TO RPT2100O.                                 00000900
           END-EXEC.                                                    00001090
           MOVE BRNOI TO WS-KEY-BRANCH-NUMBER.                          00001100
           MOVE CUSTI TO WS-KEY-CUSTOMER-NUMBER.                        00001110
           MOVE WS-KEY-BRANCH-NUMBER TO WS-AUTH-BRANCH.                 00001111
           PERFORM 050-CHECK-OPERATOR-AUTHORITY.                        00001112
           PERFORM 300-READ-CUSTOMER-RECORD.                            00001120
                                                                        00001130
       300-READ-CUSTOMER-RECORD.                                        00001140
               COMMAREA(WS-COMMAREA)                                    00002446
           END-EXEC.                                                    00002448
                                                                        00002450
       880-LOG-SECURITY-VIOLATION.                                      00002451
                                                                        00002452
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002453
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.                    00002454
           COMPUTE SV-VIOLATION-DATE =                                  00002455
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00002456
           COMPUTE SV-VIOLATION-TIME =                                  00002457
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.    00002458
           MOVE WS-USER-ID             TO SV-USER-ID.                   00002459
           MOVE EIBTRMID               TO SV-TERMINAL-ID.               00002460
           MOVE EIBTRNID               TO SV-TRANSACTION-ID.            00002461
           MOVE WS-AUTH-BRANCH         TO SV-BRANCH-NUMBER.             00002462
           MOVE WS-KEY-CUSTOMER-NUMBER TO SV-CUSTOMER-NUMBER.           00002463
           MOVE WS-VIOLATION-REASON    TO SV-REASON-CODE.               00002464
           MOVE ZERO TO WS-SECVIOL-RBA.                                 00002465
           EXEC CICS WRITE DATASET("SECVIOL")                           00002466
                          FROM(SECURITY-VIOLATION-RECORD)               00002467
                          RIDFLD(WS-SECVIOL-RBA)                        00002468
                          RBA                                           00002469
           END-EXEC.                                                    00002470
                                                                        00002471
       890-SEND-REFUSAL.                                                00002472
                                                                        00002473
           MOVE LOW-VALUES TO RPT2100O.                                 00002474
           MOVE WS-MESSAGE             TO MSGO.                         00002475
           MOVE WS-KEY-BRANCH-NUMBER   TO BRNOO.                        00002476
           MOVE WS-KEY-CUSTOMER-NUMBER TO CUSTO.                        00002477
           EXEC CICS SEND MAP("RPT2100M")                               00002478
                          MAPSET("RPT2100S")                            00002479
                          ERASE                                         00002480
           END-EXEC.                                                    00002481
           EXEC CICS RETURN                                             00002482
               TRANSID("RP50")                                          00002483
               COMMAREA(WS-COMMAREA)                                    00002484
           END-EXEC.                                                    00002485
                                                                        00002486
       900-CUSTOMER-NOT-FOUND.                                          00002460
                                                                        00002470
           MOVE LOW-VALUES TO RPT2100O.                                 00002480
