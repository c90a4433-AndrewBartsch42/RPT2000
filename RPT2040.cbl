           05  WS-BEFORE-SALES-THIS-YTD    PIC S9(9)V9(2).              00000193
           05  WS-BEFORE-SALES-LAST-YTD    PIC S9(9)V9(2).              00000194
           05  WS-BEFORE-CUSTOMER-STATUS   PIC X(1).                    00000195
           05  WS-BEFORE-CREDIT-LIMIT      PIC S9(7)V9(2).              00000196
                                                                        00000196
       01  CUSTOMER-AUDIT-RECORD.                                       00000197
           05  CA-AUDIT-DATE           PIC 9(8).                        00000198
               10  CA-AFTER-SALES-THIS-YTD   PIC S9(9)V9(2).            00000214
               10  CA-AFTER-SALES-LAST-YTD   PIC S9(9)V9(2).            00000215
               10  CA-AFTER-CUSTOMER-STATUS  PIC X(1).                  00000216
           05  CA-USER-ID              PIC X(8).                        00000217
           05  FILLER                  PIC X(10).                       00000218
                                                                        00000218
       01  CURRENT-DATE-AND-TIME.                                       00000219
           05  CD-YEAR         PIC 9999.                                00000220
               88  WS-FUNCTION-STATUS      VALUE "S".                   00000240
               88  WS-FUNCTION-VALID       VALUES "A" "U" "S".          00000241
                                                                        00000242
       01  OPERATOR-AUTHORITY-RECORD.                                   00000243
           05  OP-USER-ID              PIC X(8).                        00000244
           05  OP-OPERATOR-NAME        PIC X(20).                       00000245
           05  OP-ALL-BRANCH-LEVEL     PIC X(1).                        00000246
           05  OP-BRANCH-ENTRY OCCURS 10 TIMES.                         00000247
               10  OP-BRANCH-NUMBER    PIC X(2).                        00000248
               10  OP-BRANCH-LEVEL     PIC X(1).                        00000249
           05  OP-ADD-FLAG             PIC X(1).                        00000250
               88  OP-ADD-ALLOWED          VALUE "Y".                   00000251
           05  OP-UPDATE-FLAG          PIC X(1).                        00000252
               88  OP-UPDATE-ALLOWED       VALUE "Y".                   00000253
           05  OP-STATUS-FLAG          PIC X(1).                        00000254
               88  OP-STATUS-ALLOWED       VALUE "Y".                   00000255
           05  OP-CREDIT-LIMIT-FLAG    PIC X(1).                        00000256
               88  OP-CREDIT-LIMIT-ALLOWED VALUE "Y".                   00000257
           05  OP-SUPERVISOR-FLAG      PIC X(1).                        00000258
               88  OP-SUPERVISOR           VALUE "Y".                   00000259
           05  OP-LAST-CHANGE-DATE     PIC 9(8).                        00000260
           05  OP-LAST-CHANGE-USER     PIC X(8).                        00000261
           05  FILLER                  PIC X(20).                       00000262
                                                                        00000263
       01  SECURITY-VIOLATION-RECORD.                                   00000264
           05  SV-VIOLATION-DATE       PIC 9(8).                        00000265
           05  SV-VIOLATION-TIME       PIC 9(6).                        00000266
           05  SV-USER-ID              PIC X(8).                        00000267
           05  SV-TERMINAL-ID          PIC X(4).                        00000268
           05  SV-TRANSACTION-ID       PIC X(4).                        00000269
           05  SV-FUNCTION-CODE        PIC X(1).                        00000270
           05  SV-BRANCH-NUMBER        PIC X(2).                        00000271
           05  SV-CUSTOMER-NUMBER      PIC X(5).                        00000272
           05  SV-REASON-CODE          PIC X(2).                        00000273
           05  SV-TARGET-USER-ID       PIC X(8).                        00000274
           05  FILLER                  PIC X(32).                       00000275
                                                                        00000276
       01  WS-AUTHORITY-FIELDS.                                         00000277
           05  WS-USER-ID              PIC X(8).                        00000278
           05  WS-AUTH-BRANCH          PIC X(2).                        00000279
           05  WS-BRANCH-LEVEL         PIC X(1).                        00000280
               88  WS-BRANCH-VIEWABLE      VALUES "V" "M".              00000281
               88  WS-BRANCH-MAINTAINABLE  VALUE "M".                   00000282
           05  WS-AUTH-SUBSCRIPT       PIC 9(2)  VALUE ZERO.            00000283
           05  WS-VIOLATION-REASON     PIC X(2).                        00000284
           05  WS-SECVIOL-RBA          PIC S9(8) COMP VALUE ZERO.       00000285
                                                                        00000286
       01  WS-MESSAGE                  PIC X(40) VALUE SPACE.           00000242
                                                                        00000243
       01  WS-COMMAREA                 PIC X(1).                        00000244
               COMMAREA(WS-COMMAREA)                                    00000360
           END-EXEC.                                                    00000370
                                                                        00000380
       050-CHECK-OPERATOR-AUTHORITY.                                    00000381
                                                                        00000382
           EXEC CICS ASSIGN USERID(WS-USER-ID)                          00000383
           END-EXEC.                                                    00000384
           EXEC CICS HANDLE CONDITION                                   00000385
               NOTFND(070-OPERATOR-NOT-AUTHORIZED)                      00000386
           END-EXEC.                                                    00000387
           EXEC CICS READ DATASET("OPERAUTH")                           00000388
                          INTO(OPERATOR-AUTHORITY-RECORD)               00000389
                          RIDFLD(WS-USER-ID)                            00000390
                          KEYLENGTH(8)                                  00000391
           END-EXEC.                                                    00000392
           MOVE OP-ALL-BRANCH-LEVEL TO WS-BRANCH-LEVEL.                 00000393
           PERFORM VARYING WS-AUTH-SUBSCRIPT FROM 1 BY 1                00000394
               UNTIL WS-AUTH-SUBSCRIPT > 10                             00000395
               IF OP-BRANCH-NUMBER(WS-AUTH-SUBSCRIPT) = WS-AUTH-BRANCH  00000396
                  AND (OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT) = "M"         00000397
                       OR WS-BRANCH-LEVEL = SPACE)                      00000398
                   MOVE OP-BRANCH-LEVEL(WS-AUTH-SUBSCRIPT)              00000399
                       TO WS-BRANCH-LEVEL                               00000400
               END-IF                                                   00000401
           END-PERFORM.                                                 00000402
           IF NOT WS-BRANCH-VIEWABLE                                    00000403
               MOVE "BV" TO WS-VIOLATION-REASON                         00000404
               MOVE "NOT AUTHORIZED FOR THIS BRANCH" TO WS-MESSAGE      00000405
               PERFORM 880-LOG-SECURITY-VIOLATION                       00000406
               PERFORM 890-SEND-REFUSAL.                                00000407
                                                                        00000408
       060-CHECK-FUNCTION-AUTHORITY.                                    00000410
                                                                        00000411
           IF NOT WS-BRANCH-MAINTAINABLE                                00000412
               MOVE "BM" TO WS-VIOLATION-REASON                         00000413
               MOVE "NOT AUTHORIZED TO MAINTAIN THIS BRANCH"            00000414
                   TO WS-MESSAGE                                        00000415
               PERFORM 880-LOG-SECURITY-VIOLATION                       00000416
               PERFORM 890-SEND-REFUSAL.                                00000417
           IF (WS-FUNCTION-ADD AND NOT OP-ADD-ALLOWED)                  00000418
              OR (WS-FUNCTION-UPDATE AND NOT OP-UPDATE-ALLOWED)         00000419
              OR (WS-FUNCTION-STATUS AND NOT OP-STATUS-ALLOWED)         00000420
               MOVE "FN" TO WS-VIOLATION-REASON                         00000421
               MOVE "NOT AUTHORIZED FOR THIS FUNCTION" TO WS-MESSAGE    00000422
               PERFORM 880-LOG-SECURITY-VIOLATION                       00000423
               PERFORM 890-SEND-REFUSAL.                                00000424
                                                                        00000425
       070-OPERATOR-NOT-AUTHORIZED.                                     00000426
                                                                        00000427
           MOVE "NR" TO WS-VIOLATION-REASON.                            00000428
           MOVE "USER NOT IN OPERATOR AUTHORITY FILE" TO WS-MESSAGE.    00000429
           PERFORM 880-LOG-SECURITY-VIOLATION.                          00000430
           PERFORM 890-SEND-REFUSAL.                                    00000431
                                                                        00000432
       100-SEND-INITIAL-MAP.                                            00000390
                                                                        00000400
           MOVE LOW-VALUES TO RPT2040O.                                 00000410
                                                                        00000522
           MOVE DCA-BRANCH-NUMBER   TO WS-KEY-BRANCH-NUMBER.            00000524
           MOVE DCA-CUSTOMER-NUMBER TO WS-KEY-CUSTOMER-NUMBER.          00000526
           MOVE "U"                  TO WS-FUNCTION-CODE.               00000527
           MOVE WS-KEY-BRANCH-NUMBER TO WS-AUTH-BRANCH.                 00000528
           PERFORM 050-CHECK-OPERATOR-AUTHORITY.                        00000529
           PERFORM 060-CHECK-FUNCTION-AUTHORITY.                        00000530
           EXEC CICS HANDLE CONDITION                                   00000528
               NOTFND(820-CUSTOMER-NOT-FOUND)                           00000530
           END-EXEC.                                                    00000532
           MOVE DFHBMFSE TO CUSTA.                                      00000590
           MOVE DFHBMFSE TO REPOA.                                      00000592
           MOVE DFHBMFSE TO NAMEA.                                      00000594
           MOVE DFHBMFSE TO STATA.                                      00000600
           MOVE DFHBMFSE TO ADDRA.                                      00000602
           MOVE DFHBMFSE TO CITYA.                                      00000604
           MOVE DFHBMFSE TO ZIPCA.                                      00000608
           MOVE DFHBMFSE TO CONTA.                                      00000610
           MOVE DFHBMFSE TO CRLMA.                                      00000612
           IF NOT OP-CREDIT-LIMIT-ALLOWED                               00000613
               MOVE DFHBMPRF TO CRLMA.                                  00000614
           EXEC CICS SEND MAP("RPT2040M")                               00000614
                          MAPSET("RPT2040S")                            00000616
                          ERASE                                         00000618
           MOVE FUNCI TO WS-FUNCTION-CODE.                              00000610
           MOVE BRNOI TO WS-KEY-BRANCH-NUMBER.                          00000620
           MOVE CUSTI TO WS-KEY-CUSTOMER-NUMBER.                        00000630
           IF WS-FUNCTION-VALID                                         00000631
               MOVE WS-KEY-BRANCH-NUMBER TO WS-AUTH-BRANCH              00000632
               PERFORM 050-CHECK-OPERATOR-AUTHORITY                     00000633
               PERFORM 060-CHECK-FUNCTION-AUTHORITY.                    00000634
           IF NOT WS-FUNCTION-VALID                                     00000640
               PERFORM 800-INVALID-FUNCTION                             00000650
           ELSE                                                         00000660
           MOVE WS-KEY-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.           00000790
           MOVE REPOI                  TO CM-SALESREP-NUMBER.           00000800
           MOVE NAMEI                  TO CM-CUSTOMER-NAME.             00000810
           MOVE ZERO                   TO CM-SALES-THIS-YTD             00000811
                                          CM-SALES-LAST-YTD.            00000812
           MOVE "A"                    TO CM-CUSTOMER-STATUS.           00000860
           MOVE ADDRI                  TO CM-ADDRESS-LINE.              00000862
           MOVE CITYI                  TO CM-CITY.                      00000864
           MOVE CONTI                  TO CM-CONTACT-NAME.              00000870
           MOVE CRLMI                  TO WS-CREDIT-LIMIT-DIGITS.       00000872
           MOVE WS-CREDIT-LIMIT-INPUT  TO CM-CREDIT-LIMIT.              00000874
           IF CM-CREDIT-LIMIT NOT = ZERO                                00000875
              AND NOT OP-CREDIT-LIMIT-ALLOWED                           00000876
               PERFORM 850-CREDIT-LIMIT-REFUSED.                        00000877
           EXEC CICS HANDLE CONDITION                                   00000870
               DUPREC(810-CUSTOMER-ALREADY-EXISTS)                      00000880
           END-EXEC.                                                    00000890
           MOVE CM-SALES-THIS-YTD      TO WS-BEFORE-SALES-THIS-YTD.      00001110
           MOVE CM-SALES-LAST-YTD      TO WS-BEFORE-SALES-LAST-YTD.      00001120
           MOVE CM-CUSTOMER-STATUS     TO WS-BEFORE-CUSTOMER-STATUS.     00001130
           MOVE CM-CREDIT-LIMIT        TO WS-BEFORE-CREDIT-LIMIT.       00001131
           MOVE NAMEI                  TO CM-CUSTOMER-NAME.              00001140
           MOVE ADDRI                  TO CM-ADDRESS-LINE.              00001190
           MOVE CITYI                  TO CM-CITY.                      00001192
           MOVE STTEI                  TO CM-STATE.                     00001194
           MOVE CONTI                  TO CM-CONTACT-NAME.              00001198
           MOVE CRLMI                  TO WS-CREDIT-LIMIT-DIGITS.       00001200
           MOVE WS-CREDIT-LIMIT-INPUT  TO CM-CREDIT-LIMIT.              00001202
           IF CM-CREDIT-LIMIT NOT = WS-BEFORE-CREDIT-LIMIT              00001203
              AND NOT OP-CREDIT-LIMIT-ALLOWED                           00001204
               EXEC CICS UNLOCK DATASET("CUSTMAST")                     00001205
               END-EXEC                                                 00001206
               PERFORM 850-CREDIT-LIMIT-REFUSED.                        00001207
           EXEC CICS REWRITE DATASET("CUSTMAST")                        00001204
                          FROM(WS-CUSTOMER-MASTER-RECORD)                 00001200
           END-EXEC.                                                    00001210
           MOVE WS-FUNCTION-CODE       TO CA-ACTION-CODE.               00001590
           MOVE WS-KEY-BRANCH-NUMBER   TO CA-BRANCH-NUMBER.             00001600
           MOVE WS-KEY-CUSTOMER-NUMBER TO CA-CUSTOMER-NUMBER.           00001610
           MOVE WS-USER-ID             TO CA-USER-ID.                   00001611
           MOVE WS-BEFORE-CUSTOMER-NAME    TO CA-BEFORE-CUSTOMER-NAME.  00001620
           MOVE WS-BEFORE-SALES-THIS-YTD   TO CA-BEFORE-SALES-THIS-YTD. 00001630
           MOVE WS-BEFORE-SALES-LAST-YTD   TO CA-BEFORE-SALES-LAST-YTD. 00001640
           MOVE "CUSTOMER NOT FOUND" TO WS-MESSAGE.                     00001810
           PERFORM 900-SEND-CONFIRMATION.                               00001820

       850-CREDIT-LIMIT-REFUSED.                                        00001821
                                                                        00001822
           MOVE "CL" TO WS-VIOLATION-REASON.                            00001823
           MOVE "NOT AUTHORIZED TO CHANGE CREDIT LIMIT" TO WS-MESSAGE.  00001824
           PERFORM 880-LOG-SECURITY-VIOLATION.                          00001825
           PERFORM 890-SEND-REFUSAL.                                    00001826
                                                                        00001827
       880-LOG-SECURITY-VIOLATION.                                      00001828
                                                                        00001829
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00001830
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.                    00001831
           COMPUTE SV-VIOLATION-DATE =                                  00001832
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00001833
           COMPUTE SV-VIOLATION-TIME =                                  00001834
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.    00001835
           MOVE WS-USER-ID             TO SV-USER-ID.                   00001836
           MOVE EIBTRMID               TO SV-TERMINAL-ID.               00001837
           MOVE EIBTRNID               TO SV-TRANSACTION-ID.            00001838
           MOVE WS-FUNCTION-CODE       TO SV-FUNCTION-CODE.             00001839
           MOVE WS-AUTH-BRANCH         TO SV-BRANCH-NUMBER.             00001840
           MOVE WS-KEY-CUSTOMER-NUMBER TO SV-CUSTOMER-NUMBER.           00001841
           MOVE WS-VIOLATION-REASON    TO SV-REASON-CODE.               00001842
           MOVE ZERO TO WS-SECVIOL-RBA.                                 00001843
           EXEC CICS WRITE DATASET("SECVIOL")                           00001844
                          FROM(SECURITY-VIOLATION-RECORD)               00001845
                          RIDFLD(WS-SECVIOL-RBA)                        00001846
                          RBA                                           00001847
           END-EXEC.                                                    00001848
                                                                        00001849
       890-SEND-REFUSAL.                                                00001850
                                                                        00001851
           MOVE LOW-VALUES TO RPT2040O.                                 00001852
           MOVE WS-MESSAGE             TO MSGO.                         00001853
           MOVE WS-KEY-BRANCH-NUMBER   TO BRNOO.                        00001854
           MOVE WS-KEY-CUSTOMER-NUMBER TO CUSTO.                        00001855
           EXEC CICS SEND MAP("RPT2040M")                               00001856
                          MAPSET("RPT2040S")                            00001857
                          ERASE                                         00001858
           END-EXEC.                                                    00001859
           EXEC CICS RETURN                                             00001860
               TRANSID("RP40")                                          00001861
               COMMAREA(WS-COMMAREA)                                    00001862
           END-EXEC.                                                    00001863
                                                                        00001864
       900-SEND-CONFIRMATION.                                           00001830

           MOVE LOW-VALUES TO RPT2040O.                                 00001840
