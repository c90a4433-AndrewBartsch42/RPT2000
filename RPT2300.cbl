       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2300.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT RCVCTL   ASSIGN TO RCVCTL.                            00000100
           SELECT BACKUP   ASSIGN TO BACKUP.                            00000110
           SELECT BKPSRT   ASSIGN TO BKPSRT.                            00000120
           SELECT INVREG   ASSIGN TO INVREG.                            00000130
           SELECT CUSTAUD  ASSIGN TO CUSTAUD.                           00000140
           SELECT RUNHIST  ASSIGN TO RUNHIST.                           00000150
           SELECT ROLLCTL  ASSIGN TO ROLLCTL.                           00000160
           SELECT EVTWRK   ASSIGN TO EVTWRK.                            00000170
           SELECT EVTSRT   ASSIGN TO EVTSRT.                            00000180
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000190
           SELECT SORTWK02 ASSIGN TO SORTWK02.                          00000200
           SELECT RCVWRK   ASSIGN TO RCVWRK.                            00000210
           SELECT RCVMAST  ASSIGN TO RCVMAST.                           00000220
           SELECT RCVRPT   ASSIGN TO RCVRPT.                            00000230
                                                                        00000240
       DATA DIVISION.                                                   00000250
                                                                        00000260
       FILE SECTION.                                                    00000270
                                                                        00000280
       FD  RCVCTL                                                       00000290
           RECORDING MODE IS F                                          00000300
           LABEL RECORDS ARE STANDARD                                   00000310
           RECORD CONTAINS 80 CHARACTERS                                00000320
           BLOCK CONTAINS 80 CHARACTERS.                                00000330
       01  RECOVERY-CONTROL-CARD.                                       00000340
           05  RV-BACKUP-DATE          PIC 9(8).                        00000350
           05  RV-BACKUP-TIME          PIC 9(6).                        00000360
           05  RV-TARGET-DATE          PIC 9(8).                        00000370
           05  RV-TARGET-TIME          PIC 9(6).                        00000380
           05  RV-POST-THROUGH-DATE    PIC 9(8).                        00000390
           05  FILLER                  PIC X(44).                       00000400
                                                                        00000410
       FD  BACKUP                                                       00000420
           RECORDING MODE IS F                                          00000430
           LABEL RECORDS ARE STANDARD                                   00000440
           RECORD CONTAINS 130 CHARACTERS                               00000450
           BLOCK CONTAINS 130 CHARACTERS.                               00000460
       01  BACKUP-IN-RECORD            PIC X(130).                      00000470
                                                                        00000480
       SD  SORTWK02                                                     00000490
           RECORD CONTAINS 130 CHARACTERS.                              00000500
       01  MASTER-SORT-RECORD.                                          00000510
           05  SB-BRANCH-NUMBER        PIC X(2).                        00000520
           05  SB-SALESREP-NUMBER      PIC X(2).                        00000530
           05  SB-CUSTOMER-NUMBER      PIC X(5).                        00000540
           05  FILLER                  PIC X(121).                      00000550
                                                                        00000560
       FD  BKPSRT                                                       00000570
           RECORDING MODE IS F                                          00000580
           LABEL RECORDS ARE STANDARD                                   00000590
           RECORD CONTAINS 130 CHARACTERS                               00000600
           BLOCK CONTAINS 130 CHARACTERS.                               00000610
       01  CUSTOMER-MASTER-RECORD.                                      00000620
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00000630
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00000640
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00000650
           05  CM-CUSTOMER-NAME        PIC X(20).                       00000660
           05  CM-SALES-THIS-YTD       PIC S9(9)V99.                    00000670
           05  CM-SALES-LAST-YTD       PIC S9(9)V99.                    00000680
           05  FILLER                  PIC X(79).                       00000690
                                                                        00000700
       FD  INVREG                                                       00000710
           RECORDING MODE IS F                                          00000720
           LABEL RECORDS ARE STANDARD                                   00000730
           RECORD CONTAINS 80 CHARACTERS                                00000740
           BLOCK CONTAINS 80 CHARACTERS.                                00000750
       01  INVOICE-REGISTER-RECORD.                                     00000760
           05  IR-INVOICE-NUMBER       PIC X(8).                        00000770
           05  IR-BRANCH-NUMBER        PIC 9(2).                        00000780
           05  IR-CUSTOMER-NUMBER      PIC 9(5).                        00000790
           05  IR-SALESREP-NUMBER      PIC 9(2).                        00000800
           05  IR-INVOICE-DATE         PIC 9(8).                        00000810
           05  IR-INVOICE-AMOUNT       PIC S9(7)V99.                    00000820
           05  IR-POSTING-DATE         PIC 9(8).                        00000830
           05  IR-ENTRY-TYPE           PIC X(1).                        00000840
           05  IR-REASON-CODE          PIC X(2).                        00000850
           05  IR-YTD-FIELD            PIC X(1).                        00000860
           05  FILLER                  PIC X(34).                       00000870
                                                                        00000880
       FD  CUSTAUD                                                      00000890
           RECORDING MODE IS F                                          00000900
           LABEL RECORDS ARE STANDARD                                   00000910
           RECORD CONTAINS 130 CHARACTERS                               00000920
           BLOCK CONTAINS 130 CHARACTERS.                               00000930
       01  CUSTOMER-AUDIT-RECORD.                                       00000940
           05  CA-AUDIT-DATE           PIC 9(8).                        00000950
           05  CA-AUDIT-TIME           PIC 9(6).                        00000960
           05  CA-TERMINAL-ID          PIC X(4).                        00000970
           05  CA-ACTION-CODE          PIC X(1).                        00000980
               88  CA-ACTION-ADD           VALUE "A".                   00000990
               88  CA-ACTION-UPDATE        VALUE "U".                   00001000
               88  CA-ACTION-STATUS        VALUE "S".                   00001010
               88  CA-ACTION-REALIGN       VALUE "R".                   00001020
               88  CA-ACTION-MERGE         VALUE "M".                   00001021
           05  CA-BRANCH-NUMBER        PIC 9(2).                        00001030
           05  CA-CUSTOMER-NUMBER      PIC 9(5).                        00001040
           05  CA-IMAGE-AREA.                                           00001050
               10  CA-BEFORE-IMAGE.                                     00001060
                   15  CA-BEFORE-CUSTOMER-NAME   PIC X(20).             00001070
                   15  CA-BEFORE-SALES-THIS-YTD  PIC S9(9)V9(2).        00001080
                   15  CA-BEFORE-SALES-LAST-YTD  PIC S9(9)V9(2).        00001090
                   15  CA-BEFORE-CUSTOMER-STATUS PIC X(1).              00001100
               10  CA-AFTER-IMAGE.                                      00001110
                   15  CA-AFTER-CUSTOMER-NAME    PIC X(20).             00001120
                   15  CA-AFTER-SALES-THIS-YTD   PIC S9(9)V9(2).        00001130
                   15  CA-AFTER-SALES-LAST-YTD   PIC S9(9)V9(2).        00001140
                   15  CA-AFTER-CUSTOMER-STATUS  PIC X(1).              00001150
           05  CA-REALIGNMENT-DETAIL REDEFINES CA-IMAGE-AREA.           00001160
               10  CA-R-FROM-BRANCH-NUMBER   PIC 9(2).                  00001170
               10  CA-R-FROM-SALESREP-NUMBER PIC 9(2).                  00001180
               10  CA-R-TO-BRANCH-NUMBER     PIC 9(2).                  00001190
               10  CA-R-TO-SALESREP-NUMBER   PIC 9(2).                  00001200
               10  CA-R-CUSTOMER-NAME        PIC X(20).                 00001210
               10  FILLER                    PIC X(58).                 00001220
           05  CA-USER-ID              PIC X(8).                        00001230
           05  CA-MERGE-BRANCH-NUMBER  PIC 9(2).                        00001240
           05  CA-MERGE-CUSTOMER-NUMBER PIC 9(5).                       00001241
           05  FILLER                  PIC X(3).                        00001242
                                                                        00001250
       FD  RUNHIST                                                      00001260
           RECORDING MODE IS F                                          00001270
           LABEL RECORDS ARE STANDARD                                   00001280
           RECORD CONTAINS 80 CHARACTERS                                00001290
           BLOCK CONTAINS 80 CHARACTERS.                                00001300
       01  RUN-HISTORY-RECORD.                                          00001310
           05  RH-RUN-DATE                PIC 9(8).                     00001320
           05  RH-RUN-TIME                PIC 9(4).                     00001330
           05  RH-REPORT-MODE             PIC X(1).                     00001340
               88  RH-MODE-NORMAL             VALUE "N".                00001350
           05  RH-SALES-THRESHOLD         PIC 9(7)V99.                  00001360
           05  RH-RECORDS-PROCESSED       PIC 9(7).                     00001370
           05  RH-GRAND-TOTAL-THIS-YTD    PIC S9(11)V99.                00001380
           05  RH-GRAND-TOTAL-LAST-YTD    PIC S9(11)V99.                00001390
           05  RH-BALANCE-STATUS          PIC X(1).                     00001400
           05  FILLER                     PIC X(24).                    00001410
                                                                        00001420
       FD  ROLLCTL                                                      00001430
           RECORDING MODE IS F                                          00001440
           LABEL RECORDS ARE STANDARD                                   00001450
           RECORD CONTAINS 80 CHARACTERS                                00001460
           BLOCK CONTAINS 80 CHARACTERS.                                00001470
       01  ROLL-CONTROL-RECORD.                                         00001480
           05  RC-LAST-ROLLED-YEAR     PIC 9(4).                        00001490
           05  RC-LAST-ROLL-DATE       PIC 9(8).                        00001500
           05  FILLER                  PIC X(68).                       00001510
                                                                        00001520
       FD  EVTWRK                                                       00001530
           RECORDING MODE IS F                                          00001540
           LABEL RECORDS ARE STANDARD                                   00001550
           RECORD CONTAINS 100 CHARACTERS                               00001560
           BLOCK CONTAINS 100 CHARACTERS.                               00001570
       01  EVENT-OUT-RECORD            PIC X(100).                      00001580
                                                                        00001590
       SD  SORTWK01                                                     00001600
           RECORD CONTAINS 100 CHARACTERS.                              00001610
       01  EVENT-SORT-RECORD.                                           00001620
           05  SE-BRANCH-NUMBER        PIC X(2).                        00001630
           05  SE-CUSTOMER-NUMBER      PIC X(5).                        00001640
           05  SE-EVENT-TIMESTAMP      PIC X(14).                       00001650
           05  SE-SEQUENCE-NUMBER      PIC X(7).                        00001660
           05  FILLER                  PIC X(72).                       00001670
                                                                        00001680
       FD  EVTSRT                                                       00001690
           RECORDING MODE IS F                                          00001700
           LABEL RECORDS ARE STANDARD                                   00001710
           RECORD CONTAINS 100 CHARACTERS                               00001720
           BLOCK CONTAINS 100 CHARACTERS.                               00001730
       01  EVENT-RECORD.                                                00001740
           05  EV-BRANCH-NUMBER        PIC 9(2).                        00001750
           05  EV-CUSTOMER-NUMBER      PIC 9(5).                        00001760
           05  EV-EVENT-TIMESTAMP.                                      00001770
               10  EV-EVENT-DATE       PIC 9(8).                        00001780
               10  EV-EVENT-TIME       PIC 9(6).                        00001790
           05  EV-SEQUENCE-NUMBER      PIC 9(7).                        00001800
           05  EV-EVENT-SOURCE         PIC X(1).                        00001810
               88  EV-SOURCE-POSTING       VALUE "P".                   00001820
               88  EV-SOURCE-AUDIT         VALUE "A".                   00001830
               88  EV-SOURCE-LATE-ADD      VALUE "X".                   00001840
           05  EV-ACTION-CODE          PIC X(1).                        00001850
           05  EV-YTD-FIELD            PIC X(1).                        00001860
               88  EV-LAST-YTD-ENTRY       VALUE "L".                   00001870
           05  EV-AMOUNT               PIC S9(7)V99.                    00001880
           05  EV-REFERENCE            PIC X(8).                        00001890
           05  EV-CUSTOMER-NAME        PIC X(20).                       00001900
           05  EV-CUSTOMER-STATUS      PIC X(1).                        00001910
           05  EV-SALES-THIS-YTD       PIC S9(9)V99.                    00001920
           05  EV-SALES-LAST-YTD       PIC S9(9)V99.                    00001930
           05  FILLER                  PIC X(9).                        00001940
                                                                        00001950
       FD  RCVWRK                                                       00001960
           RECORDING MODE IS F                                          00001970
           LABEL RECORDS ARE STANDARD                                   00001980
           RECORD CONTAINS 130 CHARACTERS                               00001990
           BLOCK CONTAINS 130 CHARACTERS.                               00002000
       01  RECOVERED-WORK-RECORD       PIC X(130).                      00002010
                                                                        00002020
       FD  RCVMAST                                                      00002030
           RECORDING MODE IS F                                          00002040
           LABEL RECORDS ARE STANDARD                                   00002050
           RECORD CONTAINS 130 CHARACTERS                               00002060
           BLOCK CONTAINS 130 CHARACTERS.                               00002070
       01  RECOVERED-MASTER-RECORD     PIC X(130).                      00002080
                                                                        00002090
       FD  RCVRPT                                                       00002100
           RECORDING MODE IS F                                          00002110
           LABEL RECORDS ARE STANDARD                                   00002120
           RECORD CONTAINS 130 CHARACTERS                               00002130
           BLOCK CONTAINS 130 CHARACTERS.                               00002140
       01  PRINT-AREA      PIC X(130).                                  00002150
                                                                        00002160
       WORKING-STORAGE SECTION.                                         00002170
                                                                        00002180
       01  SWITCHES.                                                    00002190
           05  RCVCTL-EOF-SWITCH       PIC X    VALUE "N".              00002200
           05  INVREG-EOF-SWITCH       PIC X    VALUE "N".              00002210
           05  CUSTAUD-EOF-SWITCH      PIC X    VALUE "N".              00002220
           05  RUNHIST-EOF-SWITCH      PIC X    VALUE "N".              00002230
           05  BKPSRT-EOF-SWITCH       PIC X    VALUE "N".              00002240
           05  EVTSRT-EOF-SWITCH       PIC X    VALUE "N".              00002250
           05  ROLL-IN-WINDOW-SWITCH   PIC X    VALUE "N".              00002260
           05  ROLL-APPLIED-SWITCH     PIC X    VALUE "N".              00002270
           05  RECON-POINT-SWITCH      PIC X    VALUE "N".              00002280
           05  SNAPSHOT-TAKEN-SWITCH   PIC X    VALUE "N".              00002290
           05  CUSTOMER-EXISTS-SWITCH  PIC X    VALUE "N".              00002300
           05  RECON-BALANCED-SWITCH   PIC X    VALUE "N".              00002310
                                                                        00002320
       01  MATCH-KEY-FIELDS.                                            00002330
           05  EVENT-KEY.                                               00002340
               10  EK-BRANCH-NUMBER    PIC 9(2).                        00002350
               10  EK-CUSTOMER-NUMBER  PIC 9(5).                        00002360
           05  MASTER-KEY.                                              00002370
               10  MK-BRANCH-NUMBER    PIC 9(2).                        00002380
               10  MK-CUSTOMER-NUMBER  PIC 9(5).                        00002390
           05  CURRENT-KEY.                                             00002400
               10  CU-BRANCH-NUMBER    PIC 9(2).                        00002410
               10  CU-CUSTOMER-NUMBER  PIC 9(5).                        00002420
                                                                        00002430
       01  CUSTOMER-WORK-RECORD.                                        00002440
           05  CW-BRANCH-NUMBER        PIC 9(2).                        00002450
           05  CW-SALESREP-NUMBER      PIC 9(2).                        00002460
           05  CW-CUSTOMER-NUMBER      PIC 9(5).                        00002470
           05  CW-CUSTOMER-NAME        PIC X(20).                       00002480
           05  CW-SALES-THIS-YTD       PIC S9(9)V99.                    00002490
           05  CW-SALES-LAST-YTD       PIC S9(9)V99.                    00002500
           05  CW-CUSTOMER-STATUS      PIC X(1).                        00002510
               88  CW-STATUS-ACTIVE        VALUE "A".                   00002520
               88  CW-STATUS-CLOSED        VALUE "C".                   00002530
               88  CW-STATUS-CREDIT-HOLD   VALUE "H".                   00002540
           05  CW-CUSTOMER-DETAIL      PIC X(67).                       00002550
           05  CW-CREDIT-LIMIT         PIC S9(7)V99.                    00002560
           05  FILLER                  PIC X(2).                        00002570
                                                                        00002580
       01  EVENT-WORK-RECORD.                                           00002590
           05  EW-BRANCH-NUMBER        PIC 9(2).                        00002600
           05  EW-CUSTOMER-NUMBER      PIC 9(5).                        00002610
           05  EW-EVENT-TIMESTAMP      PIC 9(14).                       00002620
           05  EW-SEQUENCE-NUMBER      PIC 9(7).                        00002630
           05  EW-EVENT-SOURCE         PIC X(1).                        00002640
           05  EW-ACTION-CODE          PIC X(1).                        00002650
           05  EW-YTD-FIELD            PIC X(1).                        00002660
           05  EW-AMOUNT               PIC S9(7)V99.                    00002670
           05  EW-REFERENCE            PIC X(8).                        00002680
           05  EW-CUSTOMER-NAME        PIC X(20).                       00002690
           05  EW-CUSTOMER-STATUS      PIC X(1).                        00002700
           05  EW-SALES-THIS-YTD       PIC S9(9)V99.                    00002710
           05  EW-SALES-LAST-YTD       PIC S9(9)V99.                    00002720
           05  FILLER                  PIC X(9).                        00002730
                                                                        00002740
       01  TIMESTAMP-FIELDS.                                            00002750
           05  RUN-TIMESTAMP           PIC 9(14)    VALUE ZERO.         00002760
           05  BACKUP-TIMESTAMP        PIC 9(14)    VALUE ZERO.         00002770
           05  TARGET-TIMESTAMP        PIC 9(14)    VALUE ZERO.         00002780
           05  POST-THROUGH-DATE       PIC 9(8)     VALUE ZERO.         00002790
           05  ROLL-TIMESTAMP          PIC 9(14)    VALUE ZERO.         00002800
           05  RECORD-TIMESTAMP        PIC 9(14)    VALUE ZERO.         00002810
           05  MILESTONE-LIMIT         PIC 9(14)    VALUE ZERO.         00002820
           05  LOOKUP-DATE             PIC 9(8)     VALUE ZERO.         00002830
           05  LOOKUP-TIME             PIC 9(6)     VALUE ZERO.         00002840
           05  BACKUP-YEAR             PIC 9(4)     VALUE ZERO.         00002850
           05  TARGET-YEAR             PIC 9(4)     VALUE ZERO.         00002860
           05  EVENT-SEQUENCE          PIC 9(7)     VALUE ZERO.         00002870
                                                                        00002880
       01  RUN-HISTORY-TABLE-FIELDS.                                    00002890
           05  RUN-HISTORY-COUNT       PIC 9(3)    VALUE ZERO.          00002900
           05  RUN-HISTORY-ENTRY OCCURS 400 TIMES.                      00002910
               10  HT-RUN-DATE         PIC 9(8).                        00002920
               10  HT-RUN-TIME         PIC 9(4).                        00002930
                                                                        00002940
       01  TABLE-WORK-FIELDS.                                           00002950
           05  WS-TABLE-SUBSCRIPT      PIC 9(3) VALUE ZERO.             00002960
                                                                        00002970
       01  RECONCILIATION-FIELDS.                                       00002980
           05  RECON-TIMESTAMP         PIC 9(14)     VALUE ZERO.        00002990
           05  RECON-RUN-DATE          PIC 9(8)      VALUE ZERO.        00003000
           05  RECON-RUN-TIME          PIC 9(4)      VALUE ZERO.        00003010
           05  RECON-THRESHOLD         PIC 9(7)V99   VALUE ZERO.        00003020
           05  RECON-RECORDS           PIC 9(7)      VALUE ZERO.        00003030
           05  RECON-THIS-YTD          PIC S9(11)V99 VALUE ZERO.        00003040
           05  RECON-LAST-YTD          PIC S9(11)V99 VALUE ZERO.        00003050
           05  SNAPSHOT-RECORDS        PIC 9(7)      VALUE ZERO.        00003060
           05  SNAPSHOT-THIS-YTD       PIC S9(11)V99 VALUE ZERO.        00003070
           05  SNAPSHOT-LAST-YTD       PIC S9(11)V99 VALUE ZERO.        00003080
           05  DIFFERENCE-RECORDS      PIC S9(7)     VALUE ZERO.        00003090
           05  DIFFERENCE-THIS-YTD     PIC S9(11)V99 VALUE ZERO.        00003100
           05  DIFFERENCE-LAST-YTD     PIC S9(11)V99 VALUE ZERO.        00003110
                                                                        00003120
       01  CONTROL-TOTAL-FIELDS.                                        00003130
           05  BACKUP-READ-COUNT       PIC 9(7)      VALUE ZERO.        00003140
           05  BACKUP-THIS-YTD         PIC S9(11)V99 VALUE ZERO.        00003150
           05  BACKUP-LAST-YTD         PIC S9(11)V99 VALUE ZERO.        00003160
           05  THIS-POSTED-COUNT       PIC 9(7)      VALUE ZERO.        00003170
           05  THIS-POSTED-AMOUNT      PIC S9(11)V99 VALUE ZERO.        00003180
           05  LAST-POSTED-COUNT       PIC 9(7)      VALUE ZERO.        00003190
           05  LAST-POSTED-AMOUNT      PIC S9(11)V99 VALUE ZERO.        00003200
           05  POSTING-REJECT-COUNT    PIC 9(7)      VALUE ZERO.        00003210
           05  POSTING-REJECT-AMOUNT   PIC S9(11)V99 VALUE ZERO.        00003220
           05  BACKED-OUT-COUNT        PIC 9(7)      VALUE ZERO.        00003230
           05  BACKED-OUT-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00003240
           05  LATE-POSTING-COUNT      PIC 9(7)      VALUE ZERO.        00003250
           05  LATE-POSTING-AMOUNT     PIC S9(11)V99 VALUE ZERO.        00003260
           05  ADDS-APPLIED-COUNT      PIC 9(7)      VALUE ZERO.        00003270
           05  UPDATES-APPLIED-COUNT   PIC 9(7)      VALUE ZERO.        00003280
           05  STATUS-APPLIED-COUNT    PIC 9(7)      VALUE ZERO.        00003290
           05  AUDIT-REJECT-COUNT      PIC 9(7)      VALUE ZERO.        00003300
           05  LATE-AUDIT-COUNT        PIC 9(7)      VALUE ZERO.        00003310
           05  REALIGN-COUNT           PIC 9(7)      VALUE ZERO.        00003320
           05  MERGE-COUNT             PIC 9(7)      VALUE ZERO.        00003321
           05  ROLLED-COUNT            PIC 9(7)      VALUE ZERO.        00003330
           05  RECOVERED-COUNT         PIC 9(7)      VALUE ZERO.        00003340
           05  RECOVERED-THIS-YTD      PIC S9(11)V99 VALUE ZERO.        00003350
           05  RECOVERED-LAST-YTD      PIC S9(11)V99 VALUE ZERO.        00003360
           05  ACTIVE-COUNT            PIC 9(7)      VALUE ZERO.        00003370
           05  CLOSED-COUNT            PIC 9(7)      VALUE ZERO.        00003380
           05  HOLD-COUNT              PIC 9(7)      VALUE ZERO.        00003390
           05  OTHER-STATUS-COUNT      PIC 9(7)      VALUE ZERO.        00003400
           05  EXCEPTION-COUNT         PIC 9(7)      VALUE ZERO.        00003410
                                                                        00003420
       01  PRINT-FIELDS.                                                00003430
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00003440
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00003450
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00003460
                                                                        00003470
       01  CURRENT-DATE-AND-TIME.                                       00003480
           05  CD-YEAR         PIC 9999.                                00003490
           05  CD-MONTH        PIC 99.                                  00003500
           05  CD-DAY          PIC 99.                                  00003510
           05  CD-HOURS        PIC 99.                                  00003520
           05  CD-MINUTES      PIC 99.                                  00003530
           05  CD-SECONDS      PIC 99.                                  00003540
           05  FILLER          PIC X(7).                                00003550
                                                                        00003560
       01  HEADING-LINE-1.                                              00003570
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00003580
           05  HL1-MONTH       PIC 9(2).                                00003590
           05  FILLER          PIC X(1)    VALUE "/".                   00003600
           05  HL1-DAY         PIC 9(2).                                00003610
           05  FILLER          PIC X(1)    VALUE "/".                   00003620
           05  HL1-YEAR        PIC 9(4).                                00003630
           05  FILLER          PIC X(16)   VALUE SPACE.                 00003640
           05  FILLER          PIC X(32)                                00003650
               VALUE "CUSTMAST POINT-IN-TIME RECOVERY".                 00003660
           05  FILLER          PIC X(17)   VALUE SPACE.                 00003670
           05  FILLER          PIC X(8)    VALUE "PAGE: ".              00003680
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00003690
           05  FILLER          PIC X(36)   VALUE SPACE.                 00003700
                                                                        00003710
       01  HEADING-LINE-2.                                              00003720
           05  FILLER          PIC X(8)    VALUE "BACKUP: ".            00003730
           05  HL2-BACKUP-DATE PIC 9(8).                                00003740
           05  FILLER          PIC X(1)    VALUE SPACE.                 00003750
           05  HL2-BACKUP-TIME PIC 9(6).                                00003760
           05  FILLER          PIC X(5)    VALUE SPACE.                 00003770
           05  FILLER          PIC X(12)   VALUE "RECOVER TO: ".        00003780
           05  HL2-TARGET-DATE PIC 9(8).                                00003790
           05  FILLER          PIC X(1)    VALUE SPACE.                 00003800
           05  HL2-TARGET-TIME PIC 9(6).                                00003810
           05  FILLER          PIC X(5)    VALUE SPACE.                 00003820
           05  FILLER          PIC X(18)   VALUE "POSTINGS THROUGH: ".  00003830
           05  HL2-POST-THROUGH-DATE PIC 9(8).                          00003840
           05  FILLER          PIC X(44)   VALUE SPACE.                 00003850
                                                                        00003860
       01  HEADING-LINE-3.                                              00003870
           05  FILLER          PIC X(130)  VALUE ALL "-".               00003880
                                                                        00003890
       01  HEADING-LINE-4.                                              00003900
           05  FILLER      PIC X(4)    VALUE "BR  ".                    00003910
           05  FILLER      PIC X(7)    VALUE "CUST   ".                 00003920
           05  FILLER      PIC X(22)   VALUE "CUSTOMER NAME".           00003930
           05  FILLER      PIC X(9)    VALUE "DATE".                    00003940
           05  FILLER      PIC X(8)    VALUE "TIME".                    00003950
           05  FILLER      PIC X(10)   VALUE "SOURCE".                  00003960
           05  FILLER      PIC X(3)    VALUE "A".                       00003970
           05  FILLER      PIC X(17)   VALUE "         AMOUNT  ".       00003980
           05  FILLER      PIC X(50)   VALUE "EXCEPTION".               00003990
                                                                        00004000
       01  EXCEPTION-LINE.                                              00004010
           05  EXL-BRANCH-NUMBER   PIC 9(2).                            00004020
           05  FILLER              PIC X(2)     VALUE SPACE.            00004030
           05  EXL-CUSTOMER-NUMBER PIC 9(5).                            00004040
           05  FILLER              PIC X(2)     VALUE SPACE.            00004050
           05  EXL-CUSTOMER-NAME   PIC X(20).                           00004060
           05  FILLER              PIC X(2)     VALUE SPACE.            00004070
           05  EXL-EVENT-DATE      PIC 9(8).                            00004080
           05  FILLER              PIC X(1)     VALUE SPACE.            00004090
           05  EXL-EVENT-TIME      PIC 9(6).                            00004100
           05  FILLER              PIC X(2)     VALUE SPACE.            00004110
           05  EXL-SOURCE          PIC X(8).                            00004120
           05  FILLER              PIC X(2)     VALUE SPACE.            00004130
           05  EXL-ACTION-CODE     PIC X(1).                            00004140
           05  FILLER              PIC X(2)     VALUE SPACE.            00004150
           05  EXL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.                 00004160
           05  FILLER              PIC X(2)     VALUE SPACE.            00004170
           05  EXL-MESSAGE         PIC X(50).                           00004180
                                                                        00004190
       01  NO-EXCEPTION-LINE.                                           00004200
           05  FILLER              PIC X(3)     VALUE SPACE.            00004210
           05  FILLER              PIC X(127)                           00004220
               VALUE "NO EXCEPTIONS".                                   00004230
                                                                        00004240
       01  CONTROL-TOTAL-LINE.                                          00004250
           05  FILLER              PIC X(3)     VALUE SPACE.            00004260
           05  CTL-LABEL           PIC X(30).                           00004270
           05  CTL-COUNT           PIC ZZZ,ZZ9.                         00004280
           05  FILLER              PIC X(3)     VALUE SPACE.            00004290
           05  CTL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.                 00004300
           05  FILLER              PIC X(72)    VALUE SPACE.            00004310
                                                                        00004320
       01  RECON-HEADING-LINE.                                          00004330
           05  FILLER              PIC X(3)     VALUE SPACE.            00004340
           05  FILLER              PIC X(31)                            00004350
               VALUE "RECONCILIATION TO RUNHIST RUN: ".                 00004360
           05  RHL-RUN-DATE        PIC 9(8).                            00004370
           05  FILLER              PIC X(1)     VALUE SPACE.            00004380
           05  RHL-RUN-TIME        PIC 9(4).                            00004390
           05  FILLER              PIC X(14)    VALUE "   THRESHOLD: ". 00004400
           05  RHL-THRESHOLD       PIC Z,ZZZ,ZZ9.99.                    00004410
           05  FILLER              PIC X(57)    VALUE SPACE.            00004420
                                                                        00004430
       01  RECON-COLUMN-LINE.                                           00004440
           05  FILLER              PIC X(33)    VALUE SPACE.            00004450
           05  FILLER              PIC X(18)                            00004460
               VALUE "        RUNHIST   ".                              00004470
           05  FILLER              PIC X(18)                            00004480
               VALUE "      RECOVERED   ".                              00004490
           05  FILLER              PIC X(15)                            00004500
               VALUE "     DIFFERENCE".                                 00004510
           05  FILLER              PIC X(46)    VALUE SPACE.            00004520
                                                                        00004530
       01  RECON-COUNT-LINE.                                            00004540
           05  FILLER              PIC X(3)     VALUE SPACE.            00004550
           05  RCL-LABEL           PIC X(30).                           00004560
           05  RCL-RUNHIST         PIC ZZZ,ZZZ,ZZ9.                     00004570
           05  FILLER              PIC X(7)     VALUE SPACE.            00004580
           05  RCL-RECOVERED       PIC ZZZ,ZZZ,ZZ9.                     00004590
           05  FILLER              PIC X(7)     VALUE SPACE.            00004600
           05  RCL-DIFFERENCE      PIC ZZZ,ZZZ,ZZ9-.                    00004610
           05  FILLER              PIC X(49)    VALUE SPACE.            00004620
                                                                        00004630
       01  RECON-AMOUNT-LINE.                                           00004640
           05  FILLER              PIC X(3)     VALUE SPACE.            00004650
           05  RAL-LABEL           PIC X(30).                           00004660
           05  RAL-RUNHIST         PIC ZZZ,ZZZ,ZZ9.99-.                 00004670
           05  FILLER              PIC X(3)     VALUE SPACE.            00004680
           05  RAL-RECOVERED       PIC ZZZ,ZZZ,ZZ9.99-.                 00004690
           05  FILLER              PIC X(3)     VALUE SPACE.            00004700
           05  RAL-DIFFERENCE      PIC ZZZ,ZZZ,ZZ9.99-.                 00004710
           05  FILLER              PIC X(46)    VALUE SPACE.            00004720
                                                                        00004730
       01  RECON-RESULT-LINE.                                           00004740
           05  FILLER              PIC X(3)     VALUE SPACE.            00004750
           05  RRL-MESSAGE         PIC X(127).                          00004760
                                                                        00004770
       PROCEDURE DIVISION.                                              00004780
                                                                        00004790
       000-RECOVER-CUSTOMER-MASTER.                                     00004800
                                                                        00004810
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00004820
           COMPUTE RUN-TIMESTAMP =                                      00004830
               (CD-YEAR * 10000000000) + (CD-MONTH * 100000000)         00004840
               + (CD-DAY * 1000000) + (CD-HOURS * 10000)                00004850
               + (CD-MINUTES * 100) + CD-SECONDS.                       00004860
           PERFORM 050-READ-RECOVERY-CARD.                              00004870
           IF RCVCTL-EOF-SWITCH = "Y"                                   00004880
               DISPLAY "RPT2300: NO RECOVERY CONTROL CARD"              00004890
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00004900
               MOVE 8 TO RETURN-CODE                                    00004910
               STOP RUN                                                 00004920
           END-IF.                                                      00004930
           IF RV-BACKUP-DATE NOT NUMERIC                                00004940
              OR RV-BACKUP-TIME NOT NUMERIC                             00004950
              OR RV-TARGET-DATE NOT NUMERIC                             00004960
              OR RV-TARGET-TIME NOT NUMERIC                             00004970
              OR RV-POST-THROUGH-DATE NOT NUMERIC                       00004980
              OR RV-BACKUP-DATE = ZERO                                  00004990
              OR RV-TARGET-DATE = ZERO                                  00005000
               DISPLAY "RPT2300: INVALID RECOVERY CONTROL CARD"         00005010
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005020
               MOVE 8 TO RETURN-CODE                                    00005030
               STOP RUN                                                 00005040
           END-IF.                                                      00005050
           COMPUTE BACKUP-TIMESTAMP =                                   00005060
               (RV-BACKUP-DATE * 1000000) + RV-BACKUP-TIME.             00005070
           COMPUTE TARGET-TIMESTAMP =                                   00005080
               (RV-TARGET-DATE * 1000000) + RV-TARGET-TIME.             00005090
           IF RV-POST-THROUGH-DATE = ZERO                               00005100
               MOVE RV-TARGET-DATE TO POST-THROUGH-DATE                 00005110
           ELSE                                                         00005120
               MOVE RV-POST-THROUGH-DATE TO POST-THROUGH-DATE           00005130
           END-IF.                                                      00005140
           IF TARGET-TIMESTAMP NOT > BACKUP-TIMESTAMP                   00005150
               DISPLAY "RPT2300: RECOVERY POINT " TARGET-TIMESTAMP      00005160
                   " IS NOT AFTER BACKUP " BACKUP-TIMESTAMP             00005170
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005180
               MOVE 8 TO RETURN-CODE                                    00005190
               STOP RUN                                                 00005200
           END-IF.                                                      00005210
           IF TARGET-TIMESTAMP > RUN-TIMESTAMP                          00005220
               DISPLAY "RPT2300: RECOVERY POINT " TARGET-TIMESTAMP      00005230
                   " IS IN THE FUTURE"                                  00005240
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005250
               MOVE 8 TO RETURN-CODE                                    00005260
               STOP RUN                                                 00005270
           END-IF.                                                      00005280
           IF POST-THROUGH-DATE < RV-BACKUP-DATE                        00005290
              OR POST-THROUGH-DATE > RV-TARGET-DATE                     00005300
               DISPLAY "RPT2300: POST-THROUGH DATE " POST-THROUGH-DATE  00005310
                   " OUTSIDE RECOVERY WINDOW"                           00005320
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005330
               MOVE 8 TO RETURN-CODE                                    00005340
               STOP RUN                                                 00005350
           END-IF.                                                      00005360
           DIVIDE RV-BACKUP-DATE BY 10000 GIVING BACKUP-YEAR.           00005370
           DIVIDE RV-TARGET-DATE BY 10000 GIVING TARGET-YEAR.           00005380
           IF TARGET-YEAR > BACKUP-YEAR + 1                             00005390
               DISPLAY "RPT2300: RECOVERY WINDOW SPANS MORE THAN"       00005400
                   " ONE YEAR-END"                                      00005410
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005420
               MOVE 8 TO RETURN-CODE                                    00005430
               STOP RUN                                                 00005440
           END-IF.                                                      00005450
           PERFORM 060-LOAD-RUN-HISTORY.                                00005460
           PERFORM 070-READ-ROLL-CONTROL.                               00005470
           IF ROLL-IN-WINDOW-SWITCH = "N"                               00005480
              AND ROLL-TIMESTAMP > TARGET-TIMESTAMP                     00005490
              AND RC-LAST-ROLLED-YEAR > BACKUP-YEAR                     00005500
               DISPLAY "RPT2300: ROLLCTL SHOWS A LATER YEAR-END ROLL (" 00005510
                   RC-LAST-ROLLED-YEAR ") - EARLIER ROLL NOT KNOWN"     00005520
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005530
               MOVE 8 TO RETURN-CODE                                    00005540
               STOP RUN                                                 00005550
           END-IF.                                                      00005560
           OPEN OUTPUT EVTWRK.                                          00005570
           PERFORM 100-EXTRACT-POSTINGS.                                00005580
           PERFORM 120-EXTRACT-AUDIT-CHANGES.                           00005590
           CLOSE EVTWRK.                                                00005600
           IF REALIGN-COUNT > ZERO                                      00005610
               DISPLAY "RPT2300: " REALIGN-COUNT                        00005620
                   " REALIGNMENT RECORD(S) IN RECOVERY WINDOW"          00005630
               DISPLAY "RPT2300: RECOVER FROM A BACKUP TAKEN AFTER THE" 00005640
                   " REALIGNMENT"                                       00005650
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005660
               MOVE 8 TO RETURN-CODE                                    00005670
               STOP RUN                                                 00005680
           END-IF.                                                      00005690
           IF MERGE-COUNT > ZERO                                        00005691
               DISPLAY "RPT2300: " MERGE-COUNT                          00005692
                   " CUSTOMER MERGE RECORD(S) IN RECOVERY WINDOW"       00005693
               DISPLAY "RPT2300: RECOVER FROM A BACKUP TAKEN AFTER THE" 00005694
                   " MERGE"                                             00005695
               DISPLAY "RPT2300: RECOVERY REFUSED"                      00005696
               MOVE 8 TO RETURN-CODE                                    00005697
               STOP RUN                                                 00005698
           END-IF.                                                      00005699
           SORT SORTWK01                                                00005700
               ON ASCENDING KEY SE-BRANCH-NUMBER                        00005710
                                SE-CUSTOMER-NUMBER                      00005720
                                SE-EVENT-TIMESTAMP                      00005730
                                SE-SEQUENCE-NUMBER                      00005740
               USING EVTWRK                                             00005750
               GIVING EVTSRT.                                           00005760
           SORT SORTWK02                                                00005770
               ON ASCENDING KEY SB-BRANCH-NUMBER                        00005780
                                SB-CUSTOMER-NUMBER                      00005790
               USING BACKUP                                             00005800
               GIVING BKPSRT.                                           00005810
           OPEN INPUT  BKPSRT                                           00005820
                       EVTSRT                                           00005830
                OUTPUT RCVWRK                                           00005840
                       RCVRPT.                                          00005850
           PERFORM 200-PRINT-REPORT-HEADING.                            00005860
           PERFORM 210-READ-BACKUP-RECORD.                              00005870
           PERFORM 220-READ-EVENT-RECORD.                               00005880
           PERFORM 300-RECOVER-ONE-CUSTOMER                             00005890
               UNTIL BKPSRT-EOF-SWITCH = "Y"                            00005900
                 AND EVTSRT-EOF-SWITCH = "Y".                           00005910
           IF EXCEPTION-COUNT = ZERO                                    00005920
               MOVE NO-EXCEPTION-LINE TO PRINT-AREA                     00005930
               WRITE PRINT-AREA                                         00005940
           END-IF.                                                      00005950
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00005960
           PERFORM 600-PRINT-RECONCILIATION.                            00005970
           CLOSE BKPSRT                                                 00005980
                 EVTSRT                                                 00005990
                 RCVWRK                                                 00006000
                 RCVRPT.                                                00006010
           SORT SORTWK02                                                00006020
               ON ASCENDING KEY SB-BRANCH-NUMBER                        00006030
                                SB-SALESREP-NUMBER                      00006040
                                SB-CUSTOMER-NUMBER                      00006050
               USING RCVWRK                                             00006060
               GIVING RCVMAST.                                          00006070
           DISPLAY "RPT2300: RECORDS RECOVERED: " RECOVERED-COUNT.      00006080
           IF RECON-BALANCED-SWITCH = "Y"                               00006090
               DISPLAY "RPT2300: RECOVERED MASTER AGREES WITH RUNHIST"  00006100
           ELSE                                                         00006110
               DISPLAY "RPT2300: RECOVERED MASTER NOT PROVEN"           00006120
                   " - SEE RCVRPT"                                      00006130
               MOVE 4 TO RETURN-CODE                                    00006140
           END-IF.                                                      00006150
           STOP RUN.                                                    00006160
                                                                        00006170
       050-READ-RECOVERY-CARD.                                          00006180
                                                                        00006190
           OPEN INPUT RCVCTL.                                           00006200
           READ RCVCTL                                                  00006210
               AT END                                                   00006220
                   MOVE "Y" TO RCVCTL-EOF-SWITCH.                       00006230
           CLOSE RCVCTL.                                                00006240
                                                                        00006250
       060-LOAD-RUN-HISTORY.                                            00006260
                                                                        00006270
           OPEN INPUT RUNHIST.                                          00006280
           PERFORM 061-READ-RUN-HISTORY                                 00006290
               UNTIL RUNHIST-EOF-SWITCH = "Y".                          00006300
           CLOSE RUNHIST.                                               00006310
                                                                        00006320
       061-READ-RUN-HISTORY.                                            00006330
                                                                        00006340
           READ RUNHIST                                                 00006350
               AT END                                                   00006360
                   MOVE "Y" TO RUNHIST-EOF-SWITCH                       00006370
               NOT AT END                                               00006380
                   PERFORM 062-STORE-RUN-HISTORY                        00006390
           END-READ.                                                    00006400
                                                                        00006410
       062-STORE-RUN-HISTORY.                                           00006420
                                                                        00006430
           IF RH-RUN-DATE NOT < RV-BACKUP-DATE                          00006440
              AND RH-RUN-DATE NOT > RV-TARGET-DATE                      00006450
               IF RUN-HISTORY-COUNT < 400                               00006460
                   ADD 1 TO RUN-HISTORY-COUNT                           00006470
                   MOVE RH-RUN-DATE TO HT-RUN-DATE(RUN-HISTORY-COUNT)   00006480
                   MOVE RH-RUN-TIME TO HT-RUN-TIME(RUN-HISTORY-COUNT)   00006490
               END-IF                                                   00006500
               COMPUTE RECORD-TIMESTAMP =                               00006510
                   (RH-RUN-DATE * 1000000) + (RH-RUN-TIME * 100) + 59   00006520
               IF RH-MODE-NORMAL                                        00006530
                  AND RECORD-TIMESTAMP > BACKUP-TIMESTAMP               00006540
                  AND RECORD-TIMESTAMP NOT > TARGET-TIMESTAMP           00006550
                  AND RH-RUN-DATE NOT > POST-THROUGH-DATE               00006560
                   MOVE "Y"                     TO RECON-POINT-SWITCH   00006570
                   MOVE RECORD-TIMESTAMP        TO RECON-TIMESTAMP      00006580
                   MOVE RH-RUN-DATE             TO RECON-RUN-DATE       00006590
                   MOVE RH-RUN-TIME             TO RECON-RUN-TIME       00006600
                   MOVE RH-SALES-THRESHOLD      TO RECON-THRESHOLD      00006610
                   MOVE RH-RECORDS-PROCESSED    TO RECON-RECORDS        00006620
                   MOVE RH-GRAND-TOTAL-THIS-YTD TO RECON-THIS-YTD       00006630
                   MOVE RH-GRAND-TOTAL-LAST-YTD TO RECON-LAST-YTD       00006640
               END-IF                                                   00006650
           END-IF.                                                      00006660
                                                                        00006670
       065-LOOKUP-NIGHTLY-RUN-TIME.                                     00006680
                                                                        00006690
           MOVE 235959 TO LOOKUP-TIME.                                  00006700
           PERFORM VARYING WS-TABLE-SUBSCRIPT FROM 1 BY 1               00006710
               UNTIL WS-TABLE-SUBSCRIPT > RUN-HISTORY-COUNT             00006720
               IF HT-RUN-DATE(WS-TABLE-SUBSCRIPT) = LOOKUP-DATE         00006730
                   COMPUTE LOOKUP-TIME =                                00006740
                       (HT-RUN-TIME(WS-TABLE-SUBSCRIPT) * 100) + 59     00006750
               END-IF                                                   00006760
           END-PERFORM.                                                 00006770
                                                                        00006780
       070-READ-ROLL-CONTROL.                                           00006790
                                                                        00006800
           OPEN INPUT ROLLCTL.                                          00006810
           READ ROLLCTL                                                 00006820
               AT END                                                   00006830
                   MOVE ZERO TO RC-LAST-ROLLED-YEAR                     00006840
                   MOVE ZERO TO RC-LAST-ROLL-DATE.                      00006850
           CLOSE ROLLCTL.                                               00006860
           IF RC-LAST-ROLL-DATE NOT = ZERO                              00006870
               MOVE RC-LAST-ROLL-DATE TO LOOKUP-DATE                    00006880
               PERFORM 065-LOOKUP-NIGHTLY-RUN-TIME                      00006890
               COMPUTE ROLL-TIMESTAMP =                                 00006900
                   (RC-LAST-ROLL-DATE * 1000000) + LOOKUP-TIME          00006910
               IF ROLL-TIMESTAMP > BACKUP-TIMESTAMP                     00006920
                  AND ROLL-TIMESTAMP NOT > TARGET-TIMESTAMP             00006930
                   MOVE "Y" TO ROLL-IN-WINDOW-SWITCH                    00006940
               END-IF                                                   00006950
           END-IF.                                                      00006960
                                                                        00006970
       100-EXTRACT-POSTINGS.                                            00006980
                                                                        00006990
           OPEN INPUT INVREG.                                           00007000
           PERFORM 110-READ-REGISTER-ENTRY                              00007010
               UNTIL INVREG-EOF-SWITCH = "Y".                           00007020
           CLOSE INVREG.                                                00007030
                                                                        00007040
       110-READ-REGISTER-ENTRY.                                         00007050
                                                                        00007060
           READ INVREG                                                  00007070
               AT END                                                   00007080
                   MOVE "Y" TO INVREG-EOF-SWITCH                        00007090
               NOT AT END                                               00007100
                   IF IR-POSTING-DATE NOT < RV-BACKUP-DATE              00007110
                       PERFORM 115-SELECT-REGISTER-ENTRY                00007120
                   END-IF                                               00007130
           END-READ.                                                    00007140
                                                                        00007150
       115-SELECT-REGISTER-ENTRY.                                       00007160
                                                                        00007170
           MOVE IR-POSTING-DATE TO LOOKUP-DATE.                         00007180
           PERFORM 065-LOOKUP-NIGHTLY-RUN-TIME.                         00007190
           COMPUTE RECORD-TIMESTAMP =                                   00007200
               (IR-POSTING-DATE * 1000000) + LOOKUP-TIME.               00007210
           IF RECORD-TIMESTAMP NOT > BACKUP-TIMESTAMP                   00007220
               NEXT SENTENCE                                            00007230
           ELSE                                                         00007240
               IF RECORD-TIMESTAMP > TARGET-TIMESTAMP                   00007250
                   ADD 1 TO LATE-POSTING-COUNT                          00007260
                   ADD IR-INVOICE-AMOUNT TO LATE-POSTING-AMOUNT         00007270
               ELSE                                                     00007280
                   IF IR-POSTING-DATE > POST-THROUGH-DATE               00007290
                       ADD 1 TO BACKED-OUT-COUNT                        00007300
                       ADD IR-INVOICE-AMOUNT TO BACKED-OUT-AMOUNT       00007310
                   ELSE                                                 00007320
                       INITIALIZE EVENT-WORK-RECORD                     00007330
                       MOVE IR-BRANCH-NUMBER   TO EW-BRANCH-NUMBER      00007340
                       MOVE IR-CUSTOMER-NUMBER TO EW-CUSTOMER-NUMBER    00007350
                       MOVE RECORD-TIMESTAMP   TO EW-EVENT-TIMESTAMP    00007360
                       MOVE "P"                TO EW-EVENT-SOURCE       00007370
                       MOVE IR-ENTRY-TYPE      TO EW-ACTION-CODE        00007380
                       MOVE IR-YTD-FIELD       TO EW-YTD-FIELD          00007390
                       MOVE IR-INVOICE-AMOUNT  TO EW-AMOUNT             00007400
                       MOVE IR-INVOICE-NUMBER  TO EW-REFERENCE          00007410
                       PERFORM 150-WRITE-EVENT-RECORD.                  00007420
                                                                        00007430
       120-EXTRACT-AUDIT-CHANGES.                                       00007440
                                                                        00007450
           OPEN INPUT CUSTAUD.                                          00007460
           PERFORM 130-READ-AUDIT-RECORD                                00007470
               UNTIL CUSTAUD-EOF-SWITCH = "Y".                          00007480
           CLOSE CUSTAUD.                                               00007490
                                                                        00007500
       130-READ-AUDIT-RECORD.                                           00007510
                                                                        00007520
           READ CUSTAUD                                                 00007530
               AT END                                                   00007540
                   MOVE "Y" TO CUSTAUD-EOF-SWITCH                       00007550
               NOT AT END                                               00007560
                   PERFORM 135-SELECT-AUDIT-RECORD                      00007570
           END-READ.                                                    00007580
                                                                        00007590
       135-SELECT-AUDIT-RECORD.                                         00007600
                                                                        00007610
           COMPUTE RECORD-TIMESTAMP =                                   00007620
               (CA-AUDIT-DATE * 1000000) + CA-AUDIT-TIME.               00007630
           IF RECORD-TIMESTAMP NOT > BACKUP-TIMESTAMP                   00007640
               NEXT SENTENCE                                            00007650
           ELSE                                                         00007660
               IF RECORD-TIMESTAMP > TARGET-TIMESTAMP                   00007670
                   ADD 1 TO LATE-AUDIT-COUNT                            00007680
                   IF CA-ACTION-ADD                                     00007690
                       PERFORM 140-FORMAT-AUDIT-EVENT                   00007700
                       MOVE "X" TO EW-EVENT-SOURCE                      00007710
                       PERFORM 150-WRITE-EVENT-RECORD                   00007720
                   END-IF                                               00007730
               ELSE                                                     00007740
                   IF CA-ACTION-REALIGN                                 00007750
                       ADD 1 TO REALIGN-COUNT                           00007760
                       DISPLAY "RPT2300: REALIGNMENT " CA-AUDIT-DATE    00007770
                           " " CA-AUDIT-TIME " BRANCH "                 00007780
                           CA-R-FROM-BRANCH-NUMBER " TO "               00007790
                           CA-R-TO-BRANCH-NUMBER " CUSTOMER "           00007800
                           CA-CUSTOMER-NUMBER                           00007810
                   ELSE                                                 00007811
                       IF CA-ACTION-MERGE                               00007812
                           ADD 1 TO MERGE-COUNT                         00007813
                           DISPLAY "RPT2300: MERGE " CA-AUDIT-DATE      00007814
                               " " CA-AUDIT-TIME " BRANCH "             00007815
                               CA-BRANCH-NUMBER " CUSTOMER "            00007816
                               CA-CUSTOMER-NUMBER " WITH "              00007817
                               CA-MERGE-BRANCH-NUMBER "/"               00007818
                               CA-MERGE-CUSTOMER-NUMBER                 00007819
                       ELSE                                             00007820
                           PERFORM 140-FORMAT-AUDIT-EVENT               00007821
                           PERFORM 150-WRITE-EVENT-RECORD.              00007822
                                                                        00007850
       140-FORMAT-AUDIT-EVENT.                                          00007860
                                                                        00007870
           INITIALIZE EVENT-WORK-RECORD.                                00007880
           MOVE CA-BRANCH-NUMBER         TO EW-BRANCH-NUMBER.           00007890
           MOVE CA-CUSTOMER-NUMBER       TO EW-CUSTOMER-NUMBER.         00007900
           MOVE RECORD-TIMESTAMP         TO EW-EVENT-TIMESTAMP.         00007910
           MOVE "A"                      TO EW-EVENT-SOURCE.            00007920
           MOVE CA-ACTION-CODE           TO EW-ACTION-CODE.             00007930
           MOVE CA-USER-ID               TO EW-REFERENCE.               00007940
           MOVE CA-AFTER-CUSTOMER-NAME   TO EW-CUSTOMER-NAME.           00007950
           MOVE CA-AFTER-CUSTOMER-STATUS TO EW-CUSTOMER-STATUS.         00007960
           MOVE CA-AFTER-SALES-THIS-YTD  TO EW-SALES-THIS-YTD.          00007970
           MOVE CA-AFTER-SALES-LAST-YTD  TO EW-SALES-LAST-YTD.          00007980
                                                                        00007990
       150-WRITE-EVENT-RECORD.                                          00008000
                                                                        00008010
           ADD 1 TO EVENT-SEQUENCE.                                     00008020
           MOVE EVENT-SEQUENCE TO EW-SEQUENCE-NUMBER.                   00008030
           MOVE EVENT-WORK-RECORD TO EVENT-OUT-RECORD.                  00008040
           WRITE EVENT-OUT-RECORD.                                      00008050
                                                                        00008060
       200-PRINT-REPORT-HEADING.                                        00008070
                                                                        00008080
           ADD 1 TO PAGE-COUNT.                                         00008090
           MOVE CD-MONTH             TO HL1-MONTH.                      00008100
           MOVE CD-DAY               TO HL1-DAY.                        00008110
           MOVE CD-YEAR              TO HL1-YEAR.                       00008120
           MOVE PAGE-COUNT           TO HL1-PAGE-NUMBER.                00008130
           MOVE RV-BACKUP-DATE       TO HL2-BACKUP-DATE.                00008140
           MOVE RV-BACKUP-TIME       TO HL2-BACKUP-TIME.                00008150
           MOVE RV-TARGET-DATE       TO HL2-TARGET-DATE.                00008160
           MOVE RV-TARGET-TIME       TO HL2-TARGET-TIME.                00008170
           MOVE POST-THROUGH-DATE    TO HL2-POST-THROUGH-DATE.          00008180
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00008190
           WRITE PRINT-AREA.                                            00008200
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00008210
           WRITE PRINT-AREA.                                            00008220
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00008230
           WRITE PRINT-AREA.                                            00008240
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           00008250
           WRITE PRINT-AREA.                                            00008260
           MOVE ZERO TO LINE-COUNT.                                     00008270
                                                                        00008280
       210-READ-BACKUP-RECORD.                                          00008290
                                                                        00008300
           READ BKPSRT                                                  00008310
               AT END                                                   00008320
                   MOVE "Y" TO BKPSRT-EOF-SWITCH                        00008330
                   MOVE HIGH-VALUES TO MASTER-KEY                       00008340
               NOT AT END                                               00008350
                   ADD 1 TO BACKUP-READ-COUNT                           00008360
                   ADD CM-SALES-THIS-YTD TO BACKUP-THIS-YTD             00008370
                   ADD CM-SALES-LAST-YTD TO BACKUP-LAST-YTD             00008380
                   MOVE CM-BRANCH-NUMBER   TO MK-BRANCH-NUMBER          00008390
                   MOVE CM-CUSTOMER-NUMBER TO MK-CUSTOMER-NUMBER        00008400
           END-READ.                                                    00008410
                                                                        00008420
       220-READ-EVENT-RECORD.                                           00008430
                                                                        00008440
           READ EVTSRT                                                  00008450
               AT END                                                   00008460
                   MOVE "Y" TO EVTSRT-EOF-SWITCH                        00008470
                   MOVE HIGH-VALUES TO EVENT-KEY                        00008480
               NOT AT END                                               00008490
                   MOVE EV-BRANCH-NUMBER   TO EK-BRANCH-NUMBER          00008500
                   MOVE EV-CUSTOMER-NUMBER TO EK-CUSTOMER-NUMBER        00008510
           END-READ.                                                    00008520
                                                                        00008530
       300-RECOVER-ONE-CUSTOMER.                                        00008540
                                                                        00008550
           IF MASTER-KEY NOT > EVENT-KEY                                00008560
               MOVE MASTER-KEY TO CURRENT-KEY                           00008570
               MOVE CUSTOMER-MASTER-RECORD TO CUSTOMER-WORK-RECORD      00008580
               MOVE "Y" TO CUSTOMER-EXISTS-SWITCH                       00008590
               PERFORM 210-READ-BACKUP-RECORD                           00008600
           ELSE                                                         00008610
               MOVE EVENT-KEY TO CURRENT-KEY                            00008620
               INITIALIZE CUSTOMER-WORK-RECORD                          00008630
               MOVE "N" TO CUSTOMER-EXISTS-SWITCH.                      00008640
           MOVE "N" TO ROLL-APPLIED-SWITCH.                             00008650
           MOVE "N" TO SNAPSHOT-TAKEN-SWITCH.                           00008660
           PERFORM 310-APPLY-ONE-EVENT                                  00008670
               UNTIL EVENT-KEY NOT = CURRENT-KEY.                       00008680
           MOVE 99999999999999 TO MILESTONE-LIMIT.                      00008690
           PERFORM 320-APPLY-MILESTONES.                                00008700
           IF CUSTOMER-EXISTS-SWITCH = "Y"                              00008710
               PERFORM 370-WRITE-RECOVERED-RECORD.                      00008720
                                                                        00008730
       310-APPLY-ONE-EVENT.                                             00008740
                                                                        00008750
           MOVE EV-EVENT-TIMESTAMP TO MILESTONE-LIMIT.                  00008760
           PERFORM 320-APPLY-MILESTONES.                                00008770
           IF EV-SOURCE-POSTING                                         00008780
               PERFORM 330-APPLY-POSTING                                00008790
           ELSE                                                         00008800
               IF EV-SOURCE-AUDIT                                       00008810
                   PERFORM 340-APPLY-AUDIT-CHANGE                       00008820
               ELSE                                                     00008830
                   MOVE "ADDED AFTER RECOVERY POINT - STAYS IN KSDS"    00008840
                       TO EXL-MESSAGE                                   00008850
                   PERFORM 380-PRINT-EXCEPTION-LINE.                    00008860
           PERFORM 220-READ-EVENT-RECORD.                               00008870
                                                                        00008880
       320-APPLY-MILESTONES.                                            00008890
                                                                        00008900
           IF ROLL-IN-WINDOW-SWITCH = "Y"                               00008910
              AND ROLL-APPLIED-SWITCH = "N"                             00008920
              AND ROLL-TIMESTAMP < MILESTONE-LIMIT                      00008930
              AND ROLL-TIMESTAMP NOT > RECON-TIMESTAMP                  00008940
               PERFORM 350-APPLY-ROLLOVER.                              00008950
           IF RECON-POINT-SWITCH = "Y"                                  00008960
              AND SNAPSHOT-TAKEN-SWITCH = "N"                           00008970
              AND RECON-TIMESTAMP < MILESTONE-LIMIT                     00008980
               PERFORM 360-TAKE-RUNHIST-SNAPSHOT.                       00008990
           IF ROLL-IN-WINDOW-SWITCH = "Y"                               00009000
              AND ROLL-APPLIED-SWITCH = "N"                             00009010
              AND ROLL-TIMESTAMP < MILESTONE-LIMIT                      00009020
               PERFORM 350-APPLY-ROLLOVER.                              00009030
                                                                        00009040
       330-APPLY-POSTING.                                               00009050
                                                                        00009060
           IF CUSTOMER-EXISTS-SWITCH = "N"                              00009070
               ADD 1 TO POSTING-REJECT-COUNT                            00009080
               ADD EV-AMOUNT TO POSTING-REJECT-AMOUNT                   00009090
               MOVE "POSTING FOR CUSTOMER NOT ON MASTER - NOT APPLIED"  00009100
                   TO EXL-MESSAGE                                       00009110
               PERFORM 380-PRINT-EXCEPTION-LINE                         00009120
           ELSE                                                         00009130
               IF EV-ACTION-CODE = "A"                                  00009140
                  AND EV-LAST-YTD-ENTRY                                 00009150
                   ADD EV-AMOUNT TO CW-SALES-LAST-YTD                   00009160
                   ADD 1 TO LAST-POSTED-COUNT                           00009170
                   ADD EV-AMOUNT TO LAST-POSTED-AMOUNT                  00009180
               ELSE                                                     00009190
                   ADD EV-AMOUNT TO CW-SALES-THIS-YTD                   00009200
                   ADD 1 TO THIS-POSTED-COUNT                           00009210
                   ADD EV-AMOUNT TO THIS-POSTED-AMOUNT.                 00009220
                                                                        00009230
       340-APPLY-AUDIT-CHANGE.                                          00009240
                                                                        00009250
           IF EV-ACTION-CODE = "A"                                      00009260
               IF CUSTOMER-EXISTS-SWITCH = "Y"                          00009270
                   ADD 1 TO AUDIT-REJECT-COUNT                          00009280
                   MOVE "ONLINE ADD FOR CUSTOMER ALREADY ON MASTER"     00009290
                       TO EXL-MESSAGE                                   00009300
                   PERFORM 380-PRINT-EXCEPTION-LINE                     00009310
               ELSE                                                     00009320
                   PERFORM 345-ADD-ONLINE-CUSTOMER                      00009330
           ELSE                                                         00009340
               IF CUSTOMER-EXISTS-SWITCH = "N"                          00009350
                   ADD 1 TO AUDIT-REJECT-COUNT                          00009360
                   MOVE "CHANGE FOR CUSTOMER NOT ON MASTER-NOT APPLIED" 00009370
                       TO EXL-MESSAGE                                   00009380
                   PERFORM 380-PRINT-EXCEPTION-LINE                     00009390
               ELSE                                                     00009400
                   IF EV-ACTION-CODE = "U"                              00009410
                       MOVE EV-CUSTOMER-NAME   TO CW-CUSTOMER-NAME      00009420
                       MOVE EV-CUSTOMER-STATUS TO CW-CUSTOMER-STATUS    00009430
                       ADD 1 TO UPDATES-APPLIED-COUNT                   00009440
                       MOVE "UPDATED ONLINE - VERIFY REP/ADDRESS/LIMIT" 00009450
                           TO EXL-MESSAGE                               00009460
                       PERFORM 380-PRINT-EXCEPTION-LINE                 00009470
                   ELSE                                                 00009480
                       IF EV-ACTION-CODE = "S"                          00009490
                           MOVE EV-CUSTOMER-STATUS                      00009500
                               TO CW-CUSTOMER-STATUS                    00009510
                           ADD 1 TO STATUS-APPLIED-COUNT                00009520
                       ELSE                                             00009530
                           ADD 1 TO AUDIT-REJECT-COUNT                  00009540
                           MOVE "UNKNOWN AUDIT ACTION - NOT APPLIED"    00009550
                               TO EXL-MESSAGE                           00009560
                           PERFORM 380-PRINT-EXCEPTION-LINE.            00009570
                                                                        00009580
       345-ADD-ONLINE-CUSTOMER.                                         00009590
                                                                        00009600
           INITIALIZE CUSTOMER-WORK-RECORD.                             00009610
           MOVE EV-BRANCH-NUMBER   TO CW-BRANCH-NUMBER.                 00009620
           MOVE ZERO               TO CW-SALESREP-NUMBER.               00009630
           MOVE EV-CUSTOMER-NUMBER TO CW-CUSTOMER-NUMBER.               00009640
           MOVE EV-CUSTOMER-NAME   TO CW-CUSTOMER-NAME.                 00009650
           MOVE EV-SALES-THIS-YTD  TO CW-SALES-THIS-YTD.                00009660
           MOVE EV-SALES-LAST-YTD  TO CW-SALES-LAST-YTD.                00009670
           MOVE EV-CUSTOMER-STATUS TO CW-CUSTOMER-STATUS.               00009680
           MOVE ZERO               TO CW-CREDIT-LIMIT.                  00009690
           MOVE "Y" TO CUSTOMER-EXISTS-SWITCH.                          00009700
           ADD 1 TO ADDS-APPLIED-COUNT.                                 00009710
           MOVE "ADDED ONLINE - RE-KEY REP/ADDRESS/LIMIT ON RP40"       00009720
               TO EXL-MESSAGE.                                          00009730
           PERFORM 380-PRINT-EXCEPTION-LINE.                            00009740
                                                                        00009750
       350-APPLY-ROLLOVER.                                              00009760
                                                                        00009770
           IF CUSTOMER-EXISTS-SWITCH = "Y"                              00009780
               MOVE CW-SALES-THIS-YTD TO CW-SALES-LAST-YTD              00009790
               MOVE ZERO TO CW-SALES-THIS-YTD                           00009800
               ADD 1 TO ROLLED-COUNT.                                   00009810
           MOVE "Y" TO ROLL-APPLIED-SWITCH.                             00009820
                                                                        00009830
       360-TAKE-RUNHIST-SNAPSHOT.                                       00009840
                                                                        00009850
           IF CUSTOMER-EXISTS-SWITCH = "Y"                              00009860
              AND NOT CW-STATUS-CLOSED                                  00009870
              AND NOT CW-STATUS-CREDIT-HOLD                             00009880
              AND CW-SALES-THIS-YTD NOT < RECON-THRESHOLD               00009890
               ADD 1 TO SNAPSHOT-RECORDS                                00009900
               ADD CW-SALES-THIS-YTD TO SNAPSHOT-THIS-YTD               00009910
               ADD CW-SALES-LAST-YTD TO SNAPSHOT-LAST-YTD.              00009920
           MOVE "Y" TO SNAPSHOT-TAKEN-SWITCH.                           00009930
                                                                        00009940
       370-WRITE-RECOVERED-RECORD.                                      00009950
                                                                        00009960
           MOVE CUSTOMER-WORK-RECORD TO RECOVERED-WORK-RECORD.          00009970
           WRITE RECOVERED-WORK-RECORD.                                 00009980
           ADD 1 TO RECOVERED-COUNT.                                    00009990
           ADD CW-SALES-THIS-YTD TO RECOVERED-THIS-YTD.                 00010000
           ADD CW-SALES-LAST-YTD TO RECOVERED-LAST-YTD.                 00010010
           IF CW-STATUS-ACTIVE                                          00010020
               ADD 1 TO ACTIVE-COUNT                                    00010030
           ELSE                                                         00010040
               IF CW-STATUS-CLOSED                                      00010050
                   ADD 1 TO CLOSED-COUNT                                00010060
               ELSE                                                     00010070
                   IF CW-STATUS-CREDIT-HOLD                             00010080
                       ADD 1 TO HOLD-COUNT                              00010090
                   ELSE                                                 00010100
                       ADD 1 TO OTHER-STATUS-COUNT.                     00010110
                                                                        00010120
       380-PRINT-EXCEPTION-LINE.                                        00010130
                                                                        00010140
           IF LINE-COUNT >= LINES-ON-PAGE                               00010150
               PERFORM 200-PRINT-REPORT-HEADING.                        00010160
           MOVE EV-BRANCH-NUMBER   TO EXL-BRANCH-NUMBER.                00010170
           MOVE EV-CUSTOMER-NUMBER TO EXL-CUSTOMER-NUMBER.              00010180
           IF CUSTOMER-EXISTS-SWITCH = "Y"                              00010190
               MOVE CW-CUSTOMER-NAME TO EXL-CUSTOMER-NAME               00010200
           ELSE                                                         00010210
               MOVE EV-CUSTOMER-NAME TO EXL-CUSTOMER-NAME.              00010220
           MOVE EV-EVENT-DATE      TO EXL-EVENT-DATE.                   00010230
           MOVE EV-EVENT-TIME      TO EXL-EVENT-TIME.                   00010240
           IF EV-SOURCE-POSTING                                         00010250
               MOVE "POSTING"      TO EXL-SOURCE                        00010260
           ELSE                                                         00010270
               MOVE "CUSTAUD"      TO EXL-SOURCE.                       00010280
           MOVE EV-ACTION-CODE     TO EXL-ACTION-CODE.                  00010290
           MOVE EV-AMOUNT          TO EXL-AMOUNT.                       00010300
           MOVE EXCEPTION-LINE TO PRINT-AREA.                           00010310
           WRITE PRINT-AREA.                                            00010320
           ADD 1 TO LINE-COUNT.                                         00010330
           ADD 1 TO EXCEPTION-COUNT.                                    00010340
                                                                        00010350
       500-PRINT-CONTROL-TOTALS.                                        00010360
                                                                        00010370
           MOVE SPACES TO PRINT-AREA.                                   00010380
           WRITE PRINT-AREA.                                            00010390
           MOVE "BACKUP RECORDS / THIS YTD:    " TO CTL-LABEL.          00010400
           MOVE BACKUP-READ-COUNT       TO CTL-COUNT.                   00010410
           MOVE BACKUP-THIS-YTD         TO CTL-AMOUNT.                  00010420
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010430
           MOVE "  BACKUP LAST YTD:            " TO CTL-LABEL.          00010440
           MOVE ZERO                    TO CTL-COUNT.                   00010450
           MOVE BACKUP-LAST-YTD         TO CTL-AMOUNT.                  00010460
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010470
           MOVE "POSTINGS APPLIED TO THIS YTD: " TO CTL-LABEL.          00010480
           MOVE THIS-POSTED-COUNT       TO CTL-COUNT.                   00010490
           MOVE THIS-POSTED-AMOUNT      TO CTL-AMOUNT.                  00010500
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010510
           MOVE "POSTINGS APPLIED TO LAST YTD: " TO CTL-LABEL.          00010520
           MOVE LAST-POSTED-COUNT       TO CTL-COUNT.                   00010530
           MOVE LAST-POSTED-AMOUNT      TO CTL-AMOUNT.                  00010540
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010550
           MOVE "POSTINGS NOT APPLIED:         " TO CTL-LABEL.          00010560
           MOVE POSTING-REJECT-COUNT    TO CTL-COUNT.                   00010570
           MOVE POSTING-REJECT-AMOUNT   TO CTL-AMOUNT.                  00010580
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010590
           MOVE "POSTINGS AFTER POST-THROUGH:  " TO CTL-LABEL.          00010600
           MOVE BACKED-OUT-COUNT        TO CTL-COUNT.                   00010610
           MOVE BACKED-OUT-AMOUNT       TO CTL-AMOUNT.                  00010620
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010630
           MOVE "POSTINGS AFTER RECOVERY POINT:" TO CTL-LABEL.          00010640
           MOVE LATE-POSTING-COUNT      TO CTL-COUNT.                   00010650
           MOVE LATE-POSTING-AMOUNT     TO CTL-AMOUNT.                  00010660
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010670
           MOVE "ONLINE ADDS APPLIED:          " TO CTL-LABEL.          00010680
           MOVE ADDS-APPLIED-COUNT      TO CTL-COUNT.                   00010690
           MOVE ZERO                    TO CTL-AMOUNT.                  00010700
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010710
           MOVE "ONLINE UPDATES APPLIED:       " TO CTL-LABEL.          00010720
           MOVE UPDATES-APPLIED-COUNT   TO CTL-COUNT.                   00010730
           MOVE ZERO                    TO CTL-AMOUNT.                  00010740
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010750
           MOVE "STATUS CHANGES APPLIED:       " TO CTL-LABEL.          00010760
           MOVE STATUS-APPLIED-COUNT    TO CTL-COUNT.                   00010770
           MOVE ZERO                    TO CTL-AMOUNT.                  00010780
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010790
           MOVE "AUDIT CHANGES NOT APPLIED:    " TO CTL-LABEL.          00010800
           MOVE AUDIT-REJECT-COUNT      TO CTL-COUNT.                   00010810
           MOVE ZERO                    TO CTL-AMOUNT.                  00010820
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010830
           MOVE "AUDIT AFTER RECOVERY POINT:   " TO CTL-LABEL.          00010840
           MOVE LATE-AUDIT-COUNT        TO CTL-COUNT.                   00010850
           MOVE ZERO                    TO CTL-AMOUNT.                  00010860
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010870
           MOVE "RECORDS ROLLED TO NEW YEAR:   " TO CTL-LABEL.          00010880
           MOVE ROLLED-COUNT            TO CTL-COUNT.                   00010890
           MOVE ZERO                    TO CTL-AMOUNT.                  00010900
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010910
           MOVE "RECOVERED RECORDS / THIS YTD: " TO CTL-LABEL.          00010920
           MOVE RECOVERED-COUNT         TO CTL-COUNT.                   00010930
           MOVE RECOVERED-THIS-YTD      TO CTL-AMOUNT.                  00010940
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010950
           MOVE "  RECOVERED LAST YTD:         " TO CTL-LABEL.          00010960
           MOVE ZERO                    TO CTL-COUNT.                   00010970
           MOVE RECOVERED-LAST-YTD      TO CTL-AMOUNT.                  00010980
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00010990
           MOVE "  ACTIVE:                     " TO CTL-LABEL.          00011000
           MOVE ACTIVE-COUNT            TO CTL-COUNT.                   00011010
           MOVE ZERO                    TO CTL-AMOUNT.                  00011020
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00011030
           MOVE "  CLOSED:                     " TO CTL-LABEL.          00011040
           MOVE CLOSED-COUNT            TO CTL-COUNT.                   00011050
           MOVE ZERO                    TO CTL-AMOUNT.                  00011060
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00011070
           MOVE "  CREDIT HOLD:                " TO CTL-LABEL.          00011080
           MOVE HOLD-COUNT              TO CTL-COUNT.                   00011090
           MOVE ZERO                    TO CTL-AMOUNT.                  00011100
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00011110
           MOVE "  OTHER STATUS:               " TO CTL-LABEL.          00011120
           MOVE OTHER-STATUS-COUNT      TO CTL-COUNT.                   00011130
           MOVE ZERO                    TO CTL-AMOUNT.                  00011140
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00011150
                                                                        00011160
       510-PRINT-ONE-TOTAL-LINE.                                        00011170
                                                                        00011180
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00011190
           WRITE PRINT-AREA.                                            00011200
           ADD 1 TO LINE-COUNT.                                         00011210
                                                                        00011220
       600-PRINT-RECONCILIATION.                                        00011230
                                                                        00011240
           MOVE SPACES TO PRINT-AREA.                                   00011250
           WRITE PRINT-AREA.                                            00011260
           IF RECON-POINT-SWITCH = "N"                                  00011270
               MOVE "NO NORMAL-MODE RUNHIST RUN IN RECOVERY WINDOW"     00011280
                   TO RRL-MESSAGE                                       00011290
               MOVE RECON-RESULT-LINE TO PRINT-AREA                     00011300
               WRITE PRINT-AREA                                         00011310
           ELSE                                                         00011320
               PERFORM 610-PRINT-RECONCILIATION-LINES.                  00011330
                                                                        00011340
       610-PRINT-RECONCILIATION-LINES.                                  00011350
                                                                        00011360
           MOVE RECON-RUN-DATE  TO RHL-RUN-DATE.                        00011370
           MOVE RECON-RUN-TIME  TO RHL-RUN-TIME.                        00011380
           MOVE RECON-THRESHOLD TO RHL-THRESHOLD.                       00011390
           MOVE RECON-HEADING-LINE TO PRINT-AREA.                       00011400
           WRITE PRINT-AREA.                                            00011410
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00011420
           WRITE PRINT-AREA.                                            00011430
           MOVE RECON-COLUMN-LINE TO PRINT-AREA.                        00011440
           WRITE PRINT-AREA.                                            00011450
           COMPUTE DIFFERENCE-RECORDS =                                 00011460
               SNAPSHOT-RECORDS - RECON-RECORDS.                        00011470
           COMPUTE DIFFERENCE-THIS-YTD =                                00011480
               SNAPSHOT-THIS-YTD - RECON-THIS-YTD.                      00011490
           COMPUTE DIFFERENCE-LAST-YTD =                                00011500
               SNAPSHOT-LAST-YTD - RECON-LAST-YTD.                      00011510
           MOVE "RECORDS REPORTED:             " TO RCL-LABEL.          00011520
           MOVE RECON-RECORDS           TO RCL-RUNHIST.                 00011530
           MOVE SNAPSHOT-RECORDS        TO RCL-RECOVERED.               00011540
           MOVE DIFFERENCE-RECORDS      TO RCL-DIFFERENCE.              00011550
           MOVE RECON-COUNT-LINE TO PRINT-AREA.                         00011560
           WRITE PRINT-AREA.                                            00011570
           MOVE "SALES THIS YTD:               " TO RAL-LABEL.          00011580
           MOVE RECON-THIS-YTD          TO RAL-RUNHIST.                 00011590
           MOVE SNAPSHOT-THIS-YTD       TO RAL-RECOVERED.               00011600
           MOVE DIFFERENCE-THIS-YTD     TO RAL-DIFFERENCE.              00011610
           MOVE RECON-AMOUNT-LINE TO PRINT-AREA.                        00011620
           WRITE PRINT-AREA.                                            00011630
           MOVE "SALES LAST YTD:               " TO RAL-LABEL.          00011640
           MOVE RECON-LAST-YTD          TO RAL-RUNHIST.                 00011650
           MOVE SNAPSHOT-LAST-YTD       TO RAL-RECOVERED.               00011660
           MOVE DIFFERENCE-LAST-YTD     TO RAL-DIFFERENCE.              00011670
           MOVE RECON-AMOUNT-LINE TO PRINT-AREA.                        00011680
           WRITE PRINT-AREA.                                            00011690
           MOVE SPACES TO PRINT-AREA.                                   00011700
           WRITE PRINT-AREA.                                            00011710
           IF DIFFERENCE-RECORDS = ZERO                                 00011720
              AND DIFFERENCE-THIS-YTD = ZERO                            00011730
              AND DIFFERENCE-LAST-YTD = ZERO                            00011740
               MOVE "Y" TO RECON-BALANCED-SWITCH                        00011750
               MOVE "RECOVERED MASTER AGREES WITH RUNHIST"              00011760
                   TO RRL-MESSAGE                                       00011770
           ELSE                                                         00011780
               MOVE "*** RECOVERED MASTER DOES NOT AGREE-DO NOT RELOAD" 00011790
                   TO RRL-MESSAGE.                                      00011800
           MOVE RECON-RESULT-LINE TO PRINT-AREA.                        00011810
           WRITE PRINT-AREA.                                            00011820
