       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2210.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       DATA DIVISION.                                                   00000070
                                                                        00000080
       WORKING-STORAGE SECTION.                                         00000090
                                                                        00000100
       01  WS-CUSTOMER-MASTER-RECORD.                                   00000110
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00000120
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00000130
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00000140
           05  CM-CUSTOMER-NAME        PIC X(20).                       00000150
           05  CM-SALES-THIS-YTD       PIC S9(9)V9(2).                  00000160
           05  CM-SALES-LAST-YTD       PIC S9(9)V9(2).                  00000170
           05  CM-CUSTOMER-STATUS      PIC X(1).                        00000180
           05  CM-ADDRESS-LINE         PIC X(25).                       00000190
           05  CM-CITY                 PIC X(15).                       00000200
           05  CM-STATE                PIC X(2).                        00000210
           05  CM-ZIP-CODE             PIC X(5).                        00000220
           05  CM-CONTACT-NAME         PIC X(20).                       00000230
           05  CM-CREDIT-LIMIT         PIC S9(7)V9(2).                  00000240
           05  FILLER                  PIC X(2).                        00000250
                                                                        00000260
       01  WS-INVOICE-REGISTER-RECORD.                                  00000270
           05  IR-INVOICE-NUMBER       PIC X(8).                        00000280
           05  IR-BRANCH-NUMBER        PIC 9(2).                        00000290
           05  IR-CUSTOMER-NUMBER      PIC 9(5).                        00000300
           05  IR-SALESREP-NUMBER      PIC 9(2).                        00000310
           05  IR-INVOICE-DATE         PIC 9(8).                        00000320
           05  IR-INVOICE-AMOUNT       PIC S9(7)V99.                    00000330
           05  IR-POSTING-DATE         PIC 9(8).                        00000340
           05  IR-POSTING-DATE-X REDEFINES IR-POSTING-DATE.             00000350
               10  IR-POSTING-YEAR     PIC 9(4).                        00000360
               10  FILLER              PIC 9(4).                        00000370
           05  IR-ENTRY-TYPE           PIC X(1).                        00000371
               88  IR-ADJUSTMENT-ENTRY     VALUE "A".                   00000372
           05  IR-REASON-CODE          PIC X(2).                        00000373
           05  IR-YTD-FIELD            PIC X(1).                        00000374
               88  IR-LAST-YTD-ENTRY       VALUE "L".                   00000375
           05  FILLER                  PIC X(34).                       00000376
                                                                        00000390
       01  CURRENT-DATE-AND-TIME.                                       00000400
           05  CD-YEAR         PIC 9999.                                00000410
           05  CD-MONTH        PIC 99.                                  00000420
           05  CD-DAY          PIC 99.                                  00000430
           05  FILLER          PIC X(13).                               00000440
                                                                        00000450
       01  WS-CUSTMAST-KEY.                                             00000460
           05  WS-KEY-BRANCH-NUMBER    PIC X(2).                        00000470
           05  WS-KEY-CUSTOMER-NUMBER  PIC X(5).                        00000480
                                                                        00000490
       01  WS-INVCUST-KEY.                                              00000500
           05  WS-IK-BRANCH-NUMBER     PIC X(2).                        00000510
           05  WS-IK-CUSTOMER-NUMBER   PIC X(5).                        00000520
                                                                        00000530
       01  BROWSE-WORK-FIELDS.                                          00000540
           05  WS-ROWS-FILLED          PIC 9(2)  VALUE ZERO.            00000550
           05  WS-BROWSE-DONE-SWITCH   PIC X     VALUE "N".             00000560
           05  WS-INVOICES-READ        PIC 9(5)  VALUE ZERO.            00000570
           05  WS-INVOICES-THIS-YEAR   PIC 9(5)  VALUE ZERO.            00000580
           05  WS-AMOUNT-THIS-YEAR     PIC S9(9)V99 VALUE ZERO.         00000590
                                                                        00000600
       01  WS-EDITED-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.             00000610
                                                                        00000620
       01  WS-MESSAGE                  PIC X(40) VALUE SPACE.           00000630
                                                                        00000640
       01  WS-DETAIL-LINE.                                              00000650
           05  WS-DL-INVOICE-NUMBER    PIC X(8).                        00000660
           05  FILLER                  PIC X(2)  VALUE SPACE.           00000670
           05  WS-DL-INVOICE-DATE      PIC 9(8).                        00000680
           05  FILLER                  PIC X(2)  VALUE SPACE.           00000690
           05  WS-DL-INVOICE-AMOUNT    PIC Z,ZZZ,ZZ9.99-.               00000700
           05  FILLER                  PIC X(2)  VALUE SPACE.           00000710
           05  WS-DL-SALESREP-NUMBER   PIC 9(2).                        00000720
           05  FILLER                  PIC X(3)  VALUE SPACE.           00000730
           05  WS-DL-POSTING-DATE      PIC 9(8).                        00000740
           05  FILLER                  PIC X(3)  VALUE SPACE.           00000741
           05  WS-DL-ENTRY-TYPE        PIC X(3).                        00000742
           05  FILLER                  PIC X(1)  VALUE SPACE.           00000743
           05  WS-DL-REASON-CODE       PIC X(2).                        00000744
           05  FILLER                  PIC X(1)  VALUE SPACE.           00000745
           05  WS-DL-YTD-FIELD         PIC X(1).                        00000746
                                                                        00000750
       01  WS-COMMAREA.                                                 00000760
           05  WS-CA-BRANCH-NUMBER     PIC X(2).                        00000770
           05  WS-CA-CUSTOMER-NUMBER   PIC X(5).                        00000780
           05  WS-CA-ACTIVE-FLAG       PIC X(1).                        00000790
           05  WS-CA-SKIP-COUNT        PIC 9(5).                        00000800
                                                                        00000810
           COPY RPT2210M.                                               00000820
                                                                        00000830
           COPY DFHAID.                                                 00000840
                                                                        00000850
       LINKAGE SECTION.                                                 00000860
                                                                        00000870
       01  DFHCOMMAREA                 PIC X(13).                       00000880
                                                                        00000890
       PROCEDURE DIVISION.                                              00000900
                                                                        00000910
       000-MAIN-LOGIC.                                                  00000920
                                                                        00000930
           IF EIBCALEN = 0                                              00000940
               PERFORM 100-SEND-INITIAL-MAP.                            00000950
           MOVE DFHCOMMAREA TO WS-COMMAREA.                             00000960
           PERFORM 200-RECEIVE-AND-PROCESS.                             00000970
           EXEC CICS RETURN                                             00000980
               TRANSID("RP80")                                          00000990
               COMMAREA(WS-COMMAREA)                                    00001000
           END-EXEC.                                                    00001010
                                                                        00001020
       100-SEND-INITIAL-MAP.                                            00001030
                                                                        00001040
           MOVE LOW-VALUES TO RPT2210O.                                 00001050
           MOVE "ENTER BRANCH AND CUSTOMER NUMBER" TO MSGO.             00001060
           MOVE SPACES TO WS-CA-BRANCH-NUMBER                           00001070
                          WS-CA-CUSTOMER-NUMBER.                        00001080
           MOVE "N" TO WS-CA-ACTIVE-FLAG.                               00001090
           MOVE ZERO TO WS-CA-SKIP-COUNT.                               00001100
           EXEC CICS SEND MAP("RPT2210M")                               00001110
                          MAPSET("RPT2210S")                            00001120
                          ERASE                                         00001130
           END-EXEC.                                                    00001140
           EXEC CICS RETURN                                             00001150
               TRANSID("RP80")                                          00001160
               COMMAREA(WS-COMMAREA)                                    00001170
           END-EXEC.                                                    00001180
                                                                        00001190
       200-RECEIVE-AND-PROCESS.                                         00001200
                                                                        00001210
           IF EIBAID = DFHPF8 AND WS-CA-ACTIVE-FLAG = "Y"               00001220
               ADD 12 TO WS-CA-SKIP-COUNT                               00001230
               PERFORM 400-LIST-INVOICES.                               00001240
           IF EIBAID = DFHPF7 AND WS-CA-ACTIVE-FLAG = "Y"               00001250
               PERFORM 600-PAGE-BACKWARD.                               00001260
           EXEC CICS HANDLE CONDITION                                   00001270
               MAPFAIL(100-SEND-INITIAL-MAP)                            00001280
           END-EXEC.                                                    00001290
           EXEC CICS RECEIVE MAP("RPT2210M")                            00001300
                             MAPSET("RPT2210S")                         00001310
                             INTO(RPT2210I)                             00001320
           END-EXEC.                                                    00001330
           IF BRNOI NOT NUMERIC                                         00001340
               OR CUSTI NOT NUMERIC                                     00001350
               MOVE "ENTER NUMERIC BRANCH AND CUSTOMER" TO WS-MESSAGE   00001360
               PERFORM 890-SEND-MESSAGE-ONLY.                           00001370
           MOVE BRNOI TO WS-CA-BRANCH-NUMBER.                           00001380
           MOVE CUSTI TO WS-CA-CUSTOMER-NUMBER.                         00001390
           MOVE ZERO TO WS-CA-SKIP-COUNT.                               00001400
           PERFORM 400-LIST-INVOICES.                                   00001410
                                                                        00001420
       300-READ-CUSTOMER.                                               00001430
                                                                        00001440
           MOVE WS-CA-BRANCH-NUMBER   TO WS-KEY-BRANCH-NUMBER.          00001450
           MOVE WS-CA-CUSTOMER-NUMBER TO WS-KEY-CUSTOMER-NUMBER.        00001460
           EXEC CICS HANDLE CONDITION                                   00001470
               NOTFND(810-CUSTOMER-NOT-FOUND)                           00001480
           END-EXEC.                                                    00001490
           EXEC CICS READ DATASET("CUSTMAST")                           00001500
                          INTO(WS-CUSTOMER-MASTER-RECORD)               00001510
                          RIDFLD(WS-CUSTMAST-KEY)                       00001520
                          KEYLENGTH(7)                                  00001530
           END-EXEC.                                                    00001540
                                                                        00001550
       400-LIST-INVOICES.                                               00001560
                                                                        00001570
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00001580
           PERFORM 300-READ-CUSTOMER.                                   00001590
           MOVE LOW-VALUES TO RPT2210O.                                 00001600
           MOVE ZERO TO WS-ROWS-FILLED                                  00001610
                        WS-INVOICES-READ                                00001620
                        WS-INVOICES-THIS-YEAR                           00001630
                        WS-AMOUNT-THIS-YEAR.                            00001640
           MOVE "N" TO WS-BROWSE-DONE-SWITCH.                           00001650
           MOVE WS-CA-BRANCH-NUMBER   TO WS-IK-BRANCH-NUMBER.           00001660
           MOVE WS-CA-CUSTOMER-NUMBER TO WS-IK-CUSTOMER-NUMBER.         00001670
           EXEC CICS HANDLE CONDITION                                   00001680
               NOTFND(490-SEND-INVOICE-PAGE)                            00001690
               ENDFILE(470-END-OF-INVOICES)                             00001700
           END-EXEC.                                                    00001710
           EXEC CICS IGNORE CONDITION                                   00001720
               DUPKEY                                                   00001730
           END-EXEC.                                                    00001740
           EXEC CICS STARTBR DATASET("INVCUST")                         00001750
                          RIDFLD(WS-INVCUST-KEY)                        00001760
                          KEYLENGTH(7)                                  00001770
                          GTEQ                                          00001780
           END-EXEC.                                                    00001790
           PERFORM 460-READ-NEXT-INVOICE                                00001800
               UNTIL WS-BROWSE-DONE-SWITCH = "Y".                       00001810
           EXEC CICS ENDBR DATASET("INVCUST")                           00001820
           END-EXEC.                                                    00001830
           GO TO 490-SEND-INVOICE-PAGE.                                 00001840
                                                                        00001850
       460-READ-NEXT-INVOICE.                                           00001860
                                                                        00001870
           EXEC CICS READNEXT DATASET("INVCUST")                        00001880
                          INTO(WS-INVOICE-REGISTER-RECORD)              00001890
                          RIDFLD(WS-INVCUST-KEY)                        00001900
                          KEYLENGTH(7)                                  00001910
           END-EXEC.                                                    00001920
           IF IR-BRANCH-NUMBER NOT = WS-CA-BRANCH-NUMBER                00001930
               OR IR-CUSTOMER-NUMBER NOT = WS-CA-CUSTOMER-NUMBER        00001940
               MOVE "Y" TO WS-BROWSE-DONE-SWITCH                        00001950
           ELSE                                                         00001960
               ADD 1 TO WS-INVOICES-READ                                00001970
               IF IR-POSTING-YEAR = CD-YEAR                             00001971
                   AND NOT IR-LAST-YTD-ENTRY                            00001972
                   ADD 1 TO WS-INVOICES-THIS-YEAR                       00001990
                   ADD IR-INVOICE-AMOUNT TO WS-AMOUNT-THIS-YEAR         00002000
               END-IF                                                   00002010
               IF WS-INVOICES-READ > WS-CA-SKIP-COUNT                   00002020
                   AND WS-ROWS-FILLED < 12                              00002030
                   PERFORM 495-FORMAT-ONE-ROW.                          00002040
                                                                        00002050
       470-END-OF-INVOICES.                                             00002060
                                                                        00002070
           MOVE "Y" TO WS-BROWSE-DONE-SWITCH.                           00002080
           EXEC CICS ENDBR DATASET("INVCUST")                           00002090
           END-EXEC.                                                    00002100
           GO TO 490-SEND-INVOICE-PAGE.                                 00002110
                                                                        00002120
       495-FORMAT-ONE-ROW.                                              00002130
                                                                        00002140
           ADD 1 TO WS-ROWS-FILLED.                                     00002150
           MOVE IR-INVOICE-NUMBER   TO WS-DL-INVOICE-NUMBER.            00002160
           MOVE IR-INVOICE-DATE     TO WS-DL-INVOICE-DATE.              00002170
           MOVE IR-INVOICE-AMOUNT   TO WS-DL-INVOICE-AMOUNT.            00002180
           MOVE IR-SALESREP-NUMBER  TO WS-DL-SALESREP-NUMBER.           00002190
           MOVE IR-POSTING-DATE     TO WS-DL-POSTING-DATE.              00002200
           IF IR-ADJUSTMENT-ENTRY                                       00002201
               MOVE "ADJ"           TO WS-DL-ENTRY-TYPE                 00002202
               MOVE IR-REASON-CODE  TO WS-DL-REASON-CODE                00002203
               MOVE IR-YTD-FIELD    TO WS-DL-YTD-FIELD                  00002204
           ELSE                                                         00002205
               MOVE "INV"           TO WS-DL-ENTRY-TYPE                 00002206
               MOVE SPACE           TO WS-DL-REASON-CODE                00002207
               MOVE SPACE           TO WS-DL-YTD-FIELD.                 00002208
           MOVE WS-DETAIL-LINE      TO ROW-DET(WS-ROWS-FILLED).         00002210
                                                                        00002220
       490-SEND-INVOICE-PAGE.                                           00002230
                                                                        00002240
           IF WS-ROWS-FILLED = 0                                        00002250
               AND WS-CA-SKIP-COUNT > 0                                 00002260
               GO TO 590-END-OF-LIST.                                   00002270
           MOVE "Y" TO WS-CA-ACTIVE-FLAG.                               00002280
           IF WS-MESSAGE NOT = SPACES                                   00002290
               MOVE WS-MESSAGE TO MSGO                                  00002300
           ELSE                                                         00002310
               IF WS-ROWS-FILLED > 0                                    00002320
                   MOVE "PF7/PF8=PAGE  ENTER=NEW CUSTOMER" TO MSGO      00002330
               ELSE                                                     00002340
                   MOVE "NO POSTED INVOICES FOR THIS CUSTOMER"          00002350
                       TO MSGO.                                         00002360
           MOVE WS-CA-BRANCH-NUMBER   TO BRNOO.                         00002370
           MOVE WS-CA-CUSTOMER-NUMBER TO CUSTO.                         00002380
           MOVE CM-CUSTOMER-NAME      TO NAMEO.                         00002390
           MOVE CM-CUSTOMER-STATUS    TO STATO.                         00002400
           MOVE CM-SALES-THIS-YTD     TO WS-EDITED-AMOUNT.              00002410
           MOVE WS-EDITED-AMOUNT      TO TYTDO.                         00002420
           MOVE WS-AMOUNT-THIS-YEAR   TO WS-EDITED-AMOUNT.              00002430
           MOVE WS-EDITED-AMOUNT      TO YAMTO.                         00002440
           MOVE WS-INVOICES-READ      TO TCNTO.                         00002450
           MOVE WS-INVOICES-THIS-YEAR TO YCNTO.                         00002460
           EXEC CICS SEND MAP("RPT2210M")                               00002470
                          MAPSET("RPT2210S")                            00002480
                          ERASE                                         00002490
           END-EXEC.                                                    00002500
           EXEC CICS RETURN                                             00002510
               TRANSID("RP80")                                          00002520
               COMMAREA(WS-COMMAREA)                                    00002530
           END-EXEC.                                                    00002540
                                                                        00002550
       590-END-OF-LIST.                                                 00002560
                                                                        00002570
           SUBTRACT 12 FROM WS-CA-SKIP-COUNT.                           00002580
           MOVE "END OF INVOICE LIST" TO WS-MESSAGE.                    00002590
           PERFORM 400-LIST-INVOICES.                                   00002600
                                                                        00002610
       600-PAGE-BACKWARD.                                               00002620
                                                                        00002630
           IF WS-CA-SKIP-COUNT < 12                                     00002640
               MOVE ZERO TO WS-CA-SKIP-COUNT                            00002650
               MOVE "ALREADY AT TOP OF INVOICE LIST" TO WS-MESSAGE      00002660
           ELSE                                                         00002670
               SUBTRACT 12 FROM WS-CA-SKIP-COUNT.                       00002680
           PERFORM 400-LIST-INVOICES.                                   00002690
                                                                        00002700
       810-CUSTOMER-NOT-FOUND.                                          00002710
                                                                        00002720
           MOVE "N" TO WS-CA-ACTIVE-FLAG.                               00002730
           MOVE "CUSTOMER NOT ON MASTER" TO WS-MESSAGE.                 00002740
           PERFORM 890-SEND-MESSAGE-ONLY.                               00002750
                                                                        00002760
       890-SEND-MESSAGE-ONLY.                                           00002770
                                                                        00002780
           MOVE LOW-VALUES TO RPT2210O.                                 00002790
           MOVE WS-MESSAGE TO MSGO.                                     00002800
           EXEC CICS SEND MAP("RPT2210M")                               00002810
                          MAPSET("RPT2210S")                            00002820
                          ERASE                                         00002830
           END-EXEC.                                                    00002840
           EXEC CICS RETURN                                             00002850
               TRANSID("RP80")                                          00002860
               COMMAREA(WS-COMMAREA)                                    00002870
           END-EXEC.                                                    00002880
