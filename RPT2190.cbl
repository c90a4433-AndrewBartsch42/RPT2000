       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2190.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       DATA DIVISION.                                                   00000070
                                                                        00000080
       WORKING-STORAGE SECTION.                                         00000090
                                                                        00000100
       01  WS-SUSPENSE-RECORD.                                          00000110
           05  SU-SUSPENSE-KEY.                                         00000120
               10  SU-KEY-DATE         PIC 9(8).                        00000130
               10  SU-KEY-SEQUENCE     PIC 9(5).                        00000140
           05  SU-TRANSACTION-IMAGE.                                    00000150
               10  SU-CUSTOMER-NUMBER  PIC 9(5).                        00000160
               10  SU-INVOICE-NUMBER   PIC X(8).                        00000170
               10  SU-INVOICE-DATE     PIC 9(8).                        00000180
               10  SU-INVOICE-AMOUNT   PIC S9(7)V99.                    00000190
               10  SU-BRANCH-NUMBER    PIC 9(2).                        00000200
               10  SU-SALESREP-NUMBER  PIC 9(2).                        00000210
               10  FILLER              PIC X(46).                       00000220
           05  SU-REJECT-REASON        PIC X(30).                       00000230
               88  SU-REASON-NOT-CORRECTABLE                            00000231
                   VALUES "NON-NUMERIC AMOUNT" "INVOICE NUMBER MISSING" 00000232
                          "ADJUSTMENT NUMBER MISSING"                   00000233
                          "INVOICE ALREADY POSTED"                      00000234
                          "ADJUSTMENT ALREADY POSTED"                   00000235
                          "DUPLICATE INVOICE IN BATCH"                  00000236
                          "DUPLICATE ADJUSTMENT IN BATCH"               00000237
                          "INVALID ADJUSTMENT REASON"                   00000238
                          "INVALID ADJUSTMENT YEAR".                    00000239
           05  SU-FIRST-REJECT-DATE    PIC 9(8).                        00000240
           05  SU-LAST-REJECT-DATE     PIC 9(8).                        00000250
           05  SU-ITEM-STATUS          PIC X(1).                        00000260
               88  SU-ITEM-OPEN            VALUE "O".                   00000270
               88  SU-ITEM-CORRECTED       VALUE "C".                   00000280
               88  SU-ITEM-DELETED         VALUE "D".                   00000290
           05  SU-LAST-ACTION-DATE     PIC 9(8).                        00000300
           05  SU-LAST-ACTION-TERMINAL PIC X(4).                        00000310
           05  FILLER                  PIC X(8).                        00000320
                                                                        00000330
       01  WS-CUSTOMER-MASTER-RECORD.                                   00000340
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00000350
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00000360
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00000370
           05  CM-CUSTOMER-NAME        PIC X(20).                       00000380
           05  CM-SALES-THIS-YTD       PIC S9(9)V9(2).                  00000390
           05  CM-SALES-LAST-YTD       PIC S9(9)V9(2).                  00000400
           05  CM-CUSTOMER-STATUS      PIC X(1).                        00000410
               88  CM-STATUS-ACTIVE        VALUE "A".                   00000420
               88  CM-STATUS-CLOSED        VALUE "C".                   00000430
               88  CM-STATUS-CREDIT-HOLD   VALUE "H".                   00000440
           05  CM-ADDRESS-LINE         PIC X(25).                       00000450
           05  CM-CITY                 PIC X(15).                       00000460
           05  CM-STATE                PIC X(2).                        00000470
           05  CM-ZIP-CODE             PIC X(5).                        00000480
           05  CM-CONTACT-NAME         PIC X(20).                       00000490
           05  CM-CREDIT-LIMIT         PIC S9(7)V9(2).                  00000500
           05  FILLER                  PIC X(2).                        00000510
                                                                        00000520
       01  CURRENT-DATE-AND-TIME.                                       00000530
           05  CD-YEAR         PIC 9999.                                00000540
           05  CD-MONTH        PIC 99.                                  00000550
           05  CD-DAY          PIC 99.                                  00000560
           05  CD-HOURS        PIC 99.                                  00000570
           05  CD-MINUTES      PIC 99.                                  00000580
           05  CD-SECONDS      PIC 99.                                  00000590
           05  FILLER          PIC X(7).                                00000600
                                                                        00000610
       01  WS-SUSPENSE-KEY.                                             00000620
           05  WS-KEY-DATE             PIC X(8).                        00000630
           05  WS-KEY-SEQUENCE         PIC X(5).                        00000640
                                                                        00000650
       01  WS-CUSTMAST-KEY.                                             00000660
           05  WS-KEY-BRANCH-NUMBER    PIC X(2).                        00000670
           05  WS-KEY-CUSTOMER-NUMBER  PIC X(5).                        00000680
                                                                        00000690
       01  WS-EDITED-AMOUNT            PIC Z,ZZZ,ZZ9.99-.               00000700
                                                                        00000710
       01  WS-BROWSE-SWITCHES.                                          00000720
           05  WS-ITEM-FOUND-SWITCH    PIC X     VALUE "N".             00000730
           05  WS-SKIP-KEY             PIC X(13) VALUE SPACE.           00000740
                                                                        00000750
       01  WS-FUNCTION-SWITCHES.                                        00000760
           05  WS-FUNCTION-CODE        PIC X(1).                        00000770
               88  WS-FUNCTION-INQUIRE     VALUE "I".                   00000780
               88  WS-FUNCTION-NEXT        VALUE "N".                   00000790
               88  WS-FUNCTION-CORRECT     VALUE "C".                   00000800
               88  WS-FUNCTION-DELETE      VALUE "D".                   00000810
               88  WS-FUNCTION-VALID       VALUES "I" "N" "C" "D".      00000820
                                                                        00000830
       01  WS-MESSAGE                  PIC X(40) VALUE SPACE.           00000840
                                                                        00000850
       01  WS-COMMAREA                 PIC X(1).                        00000860
                                                                        00000870
           COPY RPT2190M.                                               00000880
                                                                        00000883
           COPY DFHBMSCA.                                               00000886
                                                                        00000890
       LINKAGE SECTION.                                                 00000900
                                                                        00000910
       01  DFHCOMMAREA                 PIC X(1).                        00000920
                                                                        00000930
       PROCEDURE DIVISION.                                              00000940
                                                                        00000950
       000-MAIN-LOGIC.                                                  00000960
                                                                        00000970
           IF EIBCALEN = 0                                              00000980
               PERFORM 100-SEND-INITIAL-MAP                             00000990
           ELSE                                                         00001000
               PERFORM 200-RECEIVE-AND-PROCESS.                         00001010
           EXEC CICS RETURN                                             00001020
               TRANSID("RP70")                                          00001030
               COMMAREA(WS-COMMAREA)                                    00001040
           END-EXEC.                                                    00001050
                                                                        00001060
       100-SEND-INITIAL-MAP.                                            00001070
                                                                        00001080
           MOVE LOW-VALUES TO RPT2190O.                                 00001090
           MOVE "ENTER FUNCTION AND SUSPENSE KEY" TO MSGO.              00001100
           EXEC CICS SEND MAP("RPT2190M")                               00001110
                          MAPSET("RPT2190S")                            00001120
                          ERASE                                         00001130
           END-EXEC.                                                    00001140
           EXEC CICS RETURN                                             00001150
               TRANSID("RP70")                                          00001160
               COMMAREA(WS-COMMAREA)                                    00001170
           END-EXEC.                                                    00001180
                                                                        00001190
       200-RECEIVE-AND-PROCESS.                                         00001200
                                                                        00001210
           EXEC CICS HANDLE CONDITION                                   00001220
               MAPFAIL(100-SEND-INITIAL-MAP)                            00001230
           END-EXEC.                                                    00001240
           EXEC CICS RECEIVE MAP("RPT2190M")                            00001250
                             MAPSET("RPT2190S")                         00001260
                             INTO(RPT2190I)                             00001270
           END-EXEC.                                                    00001280
           MOVE FUNCI TO WS-FUNCTION-CODE.                              00001290
           MOVE SKDTI TO WS-KEY-DATE.                                   00001300
           MOVE SKSQI TO WS-KEY-SEQUENCE.                               00001310
           IF NOT WS-FUNCTION-VALID                                     00001320
               PERFORM 800-INVALID-FUNCTION                             00001330
           ELSE                                                         00001340
               IF WS-FUNCTION-NEXT                                      00001350
                   PERFORM 350-NEXT-OPEN-ITEM                           00001360
               ELSE                                                     00001370
                   IF WS-KEY-DATE NOT NUMERIC                           00001380
                      OR WS-KEY-SEQUENCE NOT NUMERIC                    00001390
                       PERFORM 810-INVALID-KEY                          00001400
                   ELSE                                                 00001410
                       IF WS-FUNCTION-INQUIRE                           00001420
                           PERFORM 300-INQUIRE-ITEM                     00001430
                       ELSE                                             00001440
                           IF WS-FUNCTION-CORRECT                       00001450
                               PERFORM 500-CORRECT-ITEM                 00001460
                           ELSE                                         00001470
                               PERFORM 600-DELETE-ITEM.                 00001480
                                                                        00001490
       300-INQUIRE-ITEM.                                                00001500
                                                                        00001510
           EXEC CICS HANDLE CONDITION                                   00001520
               NOTFND(820-ITEM-NOT-FOUND)                               00001530
           END-EXEC.                                                    00001540
           EXEC CICS READ DATASET("SUSPENSE")                           00001550
                          INTO(WS-SUSPENSE-RECORD)                      00001560
                          RIDFLD(WS-SUSPENSE-KEY)                       00001570
                          KEYLENGTH(13)                                 00001580
           END-EXEC.                                                    00001590
           MOVE "VERIFY ITEM - C=CORRECT D=DELETE" TO WS-MESSAGE.       00001600
           PERFORM 400-SEND-ITEM-DATA.                                  00001610
                                                                        00001620
       350-NEXT-OPEN-ITEM.                                              00001630
                                                                        00001640
           IF WS-KEY-DATE NOT NUMERIC                                   00001650
              OR WS-KEY-SEQUENCE NOT NUMERIC                            00001660
               MOVE ZEROS TO WS-SUSPENSE-KEY.                           00001670
           MOVE WS-SUSPENSE-KEY TO WS-SKIP-KEY.                         00001680
           MOVE "N" TO WS-ITEM-FOUND-SWITCH.                            00001690
           EXEC CICS HANDLE CONDITION                                   00001700
               NOTFND(835-NO-MORE-ITEMS)                                00001710
               ENDFILE(830-END-OF-SUSPENSE)                             00001720
           END-EXEC.                                                    00001730
           EXEC CICS STARTBR DATASET("SUSPENSE")                        00001740
                          RIDFLD(WS-SUSPENSE-KEY)                       00001750
                          KEYLENGTH(13)                                 00001760
                          GTEQ                                          00001770
           END-EXEC.                                                    00001780
           PERFORM 360-READ-NEXT-ITEM                                   00001790
               UNTIL WS-ITEM-FOUND-SWITCH = "Y".                        00001800
           EXEC CICS ENDBR DATASET("SUSPENSE")                          00001810
           END-EXEC.                                                    00001820
           MOVE "NEXT OPEN ITEM - C=CORRECT D=DELETE" TO WS-MESSAGE.    00001830
           PERFORM 400-SEND-ITEM-DATA.                                  00001840
                                                                        00001850
       360-READ-NEXT-ITEM.                                              00001860
                                                                        00001870
           EXEC CICS READNEXT DATASET("SUSPENSE")                       00001880
                          INTO(WS-SUSPENSE-RECORD)                      00001890
                          RIDFLD(WS-SUSPENSE-KEY)                       00001900
                          KEYLENGTH(13)                                 00001910
           END-EXEC.                                                    00001920
           IF SU-ITEM-OPEN                                              00001930
               AND SU-SUSPENSE-KEY NOT = WS-SKIP-KEY                    00001940
               MOVE "Y" TO WS-ITEM-FOUND-SWITCH.                        00001950
                                                                        00001960
       400-SEND-ITEM-DATA.                                              00001970
                                                                        00001980
           MOVE LOW-VALUES TO RPT2190O.                                 00001990
           MOVE "I"                    TO FUNCO.                        00002000
           MOVE SU-KEY-DATE            TO SKDTO.                        00002010
           MOVE SU-KEY-SEQUENCE        TO SKSQO.                        00002020
           MOVE SU-INVOICE-NUMBER      TO INVNO.                        00002030
           MOVE SU-INVOICE-DATE        TO INVDO.                        00002040
           IF SU-INVOICE-AMOUNT NUMERIC                                 00002050
               MOVE SU-INVOICE-AMOUNT  TO WS-EDITED-AMOUNT              00002060
               MOVE WS-EDITED-AMOUNT   TO AMNTO                         00002070
           ELSE                                                         00002080
               MOVE "NOT NUMERIC"      TO AMNTO.                        00002090
           MOVE SU-REJECT-REASON       TO RESNO.                        00002100
           MOVE SU-FIRST-REJECT-DATE   TO FRSTO.                        00002110
           MOVE SU-ITEM-STATUS         TO ISTAO.                        00002120
           MOVE SU-BRANCH-NUMBER       TO BRNOO.                        00002130
           MOVE SU-CUSTOMER-NUMBER     TO CUSTO.                        00002140
           MOVE SU-SALESREP-NUMBER     TO REPOO.                        00002150
           MOVE WS-MESSAGE             TO MSGO.                         00002160
           MOVE DFHBMFSE TO SKDTA.                                      00002161
           MOVE DFHBMFSE TO SKSQA.                                      00002162
           MOVE DFHBMFSE TO BRNOA.                                      00002163
           MOVE DFHBMFSE TO CUSTA.                                      00002164
           MOVE DFHBMFSE TO REPOA.                                      00002165
           MOVE "** NOT ON MASTER **"  TO NAMEO.                        00002170
           IF SU-BRANCH-NUMBER NUMERIC                                  00002180
              AND SU-CUSTOMER-NUMBER NUMERIC                            00002190
               MOVE SU-BRANCH-NUMBER   TO WS-KEY-BRANCH-NUMBER          00002200
               MOVE SU-CUSTOMER-NUMBER TO WS-KEY-CUSTOMER-NUMBER        00002210
               EXEC CICS HANDLE CONDITION                               00002220
                   NOTFND(450-SEND-ITEM-MAP)                            00002230
               END-EXEC                                                 00002240
               EXEC CICS READ DATASET("CUSTMAST")                       00002250
                              INTO(WS-CUSTOMER-MASTER-RECORD)           00002260
                              RIDFLD(WS-CUSTMAST-KEY)                   00002270
                              KEYLENGTH(7)                              00002280
               END-EXEC                                                 00002290
               MOVE CM-CUSTOMER-NAME   TO NAMEO.                        00002300
           PERFORM 450-SEND-ITEM-MAP.                                   00002310
                                                                        00002320
       450-SEND-ITEM-MAP.                                               00002330
                                                                        00002340
           EXEC CICS SEND MAP("RPT2190M")                               00002350
                          MAPSET("RPT2190S")                            00002360
                          ERASE                                         00002370
           END-EXEC.                                                    00002380
           EXEC CICS RETURN                                             00002390
               TRANSID("RP70")                                          00002400
               COMMAREA(WS-COMMAREA)                                    00002410
           END-EXEC.                                                    00002420
                                                                        00002430
       500-CORRECT-ITEM.                                                00002440
                                                                        00002450
           IF BRNOI NOT NUMERIC                                         00002460
              OR CUSTI NOT NUMERIC                                      00002470
               MOVE "ENTER NUMERIC BRANCH AND CUSTOMER" TO WS-MESSAGE   00002480
               PERFORM 900-SEND-CONFIRMATION.                           00002490
           MOVE BRNOI TO WS-KEY-BRANCH-NUMBER.                          00002500
           MOVE CUSTI TO WS-KEY-CUSTOMER-NUMBER.                        00002510
           EXEC CICS HANDLE CONDITION                                   00002520
               NOTFND(840-CUSTOMER-NOT-FOUND)                           00002530
           END-EXEC.                                                    00002540
           EXEC CICS READ DATASET("CUSTMAST")                           00002550
                          INTO(WS-CUSTOMER-MASTER-RECORD)               00002560
                          RIDFLD(WS-CUSTMAST-KEY)                       00002570
                          KEYLENGTH(7)                                  00002580
           END-EXEC.                                                    00002590
           IF CM-STATUS-CLOSED                                          00002600
               MOVE "ACCOUNT CLOSED - ITEM NOT CORRECTED" TO WS-MESSAGE 00002610
               PERFORM 900-SEND-CONFIRMATION.                           00002620
           EXEC CICS HANDLE CONDITION                                   00002630
               NOTFND(820-ITEM-NOT-FOUND)                               00002640
           END-EXEC.                                                    00002650
           EXEC CICS READ DATASET("SUSPENSE")                           00002660
                          INTO(WS-SUSPENSE-RECORD)                      00002670
                          RIDFLD(WS-SUSPENSE-KEY)                       00002680
                          KEYLENGTH(13)                                 00002690
                          UPDATE                                        00002700
           END-EXEC.                                                    00002710
           IF SU-ITEM-DELETED                                           00002720
               EXEC CICS UNLOCK DATASET("SUSPENSE")                     00002730
               END-EXEC                                                 00002740
               MOVE "ITEM IS DELETED - CANNOT CORRECT" TO WS-MESSAGE    00002750
               PERFORM 900-SEND-CONFIRMATION.                           00002760
           IF SU-REASON-NOT-CORRECTABLE                                 00002761
               EXEC CICS UNLOCK DATASET("SUSPENSE")                     00002762
               END-EXEC                                                 00002763
               MOVE "RE-KEY CANNOT FIX THIS REJECT - USE D"             00002764
                   TO WS-MESSAGE                                        00002765
               PERFORM 900-SEND-CONFIRMATION.                           00002766
           MOVE CM-BRANCH-NUMBER       TO SU-BRANCH-NUMBER.             00002770
           MOVE CM-CUSTOMER-NUMBER     TO SU-CUSTOMER-NUMBER.           00002780
           IF REPOI NUMERIC                                             00002790
               MOVE REPOI              TO SU-SALESREP-NUMBER            00002800
           ELSE                                                         00002810
               MOVE CM-SALESREP-NUMBER TO SU-SALESREP-NUMBER.           00002820
           MOVE "C"                    TO SU-ITEM-STATUS.               00002830
           PERFORM 700-STAMP-LAST-ACTION.                               00002840
           EXEC CICS REWRITE DATASET("SUSPENSE")                        00002850
                          FROM(WS-SUSPENSE-RECORD)                      00002860
           END-EXEC.                                                    00002870
           MOVE "ITEM CORRECTED - POSTS IN NEXT RUN" TO WS-MESSAGE.     00002880
           PERFORM 400-SEND-ITEM-DATA.                                  00002890
                                                                        00002900
       600-DELETE-ITEM.                                                 00002910
                                                                        00002920
           EXEC CICS HANDLE CONDITION                                   00002930
               NOTFND(820-ITEM-NOT-FOUND)                               00002940
           END-EXEC.                                                    00002950
           EXEC CICS READ DATASET("SUSPENSE")                           00002960
                          INTO(WS-SUSPENSE-RECORD)                      00002970
                          RIDFLD(WS-SUSPENSE-KEY)                       00002980
                          KEYLENGTH(13)                                 00002990
                          UPDATE                                        00003000
           END-EXEC.                                                    00003010
           MOVE "D"                    TO SU-ITEM-STATUS.               00003020
           PERFORM 700-STAMP-LAST-ACTION.                               00003030
           EXEC CICS REWRITE DATASET("SUSPENSE")                        00003040
                          FROM(WS-SUSPENSE-RECORD)                      00003050
           END-EXEC.                                                    00003060
           MOVE "ITEM DELETED - PURGED IN NEXT RUN" TO WS-MESSAGE.      00003070
           PERFORM 400-SEND-ITEM-DATA.                                  00003080
                                                                        00003090
       700-STAMP-LAST-ACTION.                                           00003100
                                                                        00003110
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00003120
           COMPUTE SU-LAST-ACTION-DATE =                                00003130
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00003140
           MOVE EIBTRMID               TO SU-LAST-ACTION-TERMINAL.      00003150
                                                                        00003160
       800-INVALID-FUNCTION.                                            00003170
                                                                        00003180
           MOVE "INVALID FUNCTION - USE I, N, C, OR D" TO WS-MESSAGE.   00003190
           PERFORM 900-SEND-CONFIRMATION.                               00003200
                                                                        00003210
       810-INVALID-KEY.                                                 00003220
                                                                        00003230
           MOVE "ENTER A NUMERIC SUSPENSE KEY" TO WS-MESSAGE.           00003240
           PERFORM 900-SEND-CONFIRMATION.                               00003250
                                                                        00003260
       820-ITEM-NOT-FOUND.                                              00003270
                                                                        00003280
           MOVE "SUSPENSE ITEM NOT FOUND" TO WS-MESSAGE.                00003290
           PERFORM 900-SEND-CONFIRMATION.                               00003300
                                                                        00003310
       830-END-OF-SUSPENSE.                                             00003320
                                                                        00003330
           EXEC CICS ENDBR DATASET("SUSPENSE")                          00003340
           END-EXEC.                                                    00003350
           PERFORM 835-NO-MORE-ITEMS.                                   00003360
                                                                        00003370
       835-NO-MORE-ITEMS.                                               00003380
                                                                        00003390
           MOVE "NO MORE OPEN SUSPENSE ITEMS" TO WS-MESSAGE.            00003400
           PERFORM 900-SEND-CONFIRMATION.                               00003410
                                                                        00003420
       840-CUSTOMER-NOT-FOUND.                                          00003430
                                                                        00003440
           MOVE "CUSTOMER NOT ON MASTER - NOT CORRECTED" TO WS-MESSAGE. 00003450
           PERFORM 900-SEND-CONFIRMATION.                               00003460
                                                                        00003470
       900-SEND-CONFIRMATION.                                           00003480
                                                                        00003490
           MOVE LOW-VALUES TO RPT2190O.                                 00003500
           MOVE WS-MESSAGE             TO MSGO.                         00003510
           MOVE WS-KEY-DATE            TO SKDTO.                        00003520
           MOVE WS-KEY-SEQUENCE        TO SKSQO.                        00003530
           MOVE DFHBMFSE TO SKDTA.                                      00003533
           MOVE DFHBMFSE TO SKSQA.                                      00003536
           EXEC CICS SEND MAP("RPT2190M")                               00003540
                          MAPSET("RPT2190S")                            00003550
                          DATAONLY                                      00003560
           END-EXEC.                                                    00003570
           EXEC CICS RETURN                                             00003580
               TRANSID("RP70")                                          00003590
               COMMAREA(WS-COMMAREA)                                    00003600
           END-EXEC.                                                    00003610
