       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2310.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT CTLCARD ASSIGN TO CTLCARD.                            00000100
           SELECT CUSTMAST ASSIGN TO CUSTMAST.                          00000110
           SELECT NEWMAST ASSIGN TO NEWMAST.                            00000120
           SELECT SALESHST ASSIGN TO SALESHST.                          00000130
           SELECT NEWHST ASSIGN TO NEWHST.                              00000140
           SELECT SALESMON ASSIGN TO SALESMON.                          00000150
           SELECT NEWMON ASSIGN TO NEWMON.                              00000160
           SELECT SUSPENSE ASSIGN TO SUSPENSE.                          00000170
           SELECT NEWSUSP ASSIGN TO NEWSUSP.                            00000180
           SELECT INVREG ASSIGN TO INVREG.                              00000190
           SELECT NEWINVR ASSIGN TO NEWINVR.                            00000200
           SELECT AROPEN ASSIGN TO AROPEN.                              00000210
           SELECT ARWRK ASSIGN TO ARWRK.                                00000220
           SELECT NEWAROP ASSIGN TO NEWAROP.                            00000230
           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000240
           SELECT CUSTAUD ASSIGN TO CUSTAUD.                            00000250
           SELECT MERGRPT ASSIGN TO MERGRPT.                            00000260
                                                                        00000270
       DATA DIVISION.                                                   00000280
                                                                        00000290
       FILE SECTION.                                                    00000300
                                                                        00000310
       FD  CTLCARD                                                      00000320
           RECORDING MODE IS F                                          00000330
           LABEL RECORDS ARE STANDARD                                   00000340
           RECORD CONTAINS 80 CHARACTERS                                00000350
           BLOCK CONTAINS 80 CHARACTERS.                                00000360
       01  CONTROL-CARD-RECORD.                                         00000370
           05  CC-FROM-BRANCH-NUMBER   PIC 9(2).                        00000380
           05  CC-FROM-CUSTOMER-NUMBER PIC 9(5).                        00000390
           05  CC-TO-BRANCH-NUMBER     PIC 9(2).                        00000400
           05  CC-TO-CUSTOMER-NUMBER   PIC 9(5).                        00000410
           05  FILLER                  PIC X(66).                       00000420
                                                                        00000430
       FD  CUSTMAST                                                     00000440
           RECORDING MODE IS F                                          00000450
           LABEL RECORDS ARE STANDARD                                   00000460
           RECORD CONTAINS 130 CHARACTERS                               00000470
           BLOCK CONTAINS 130 CHARACTERS.                               00000480
       01  CUSTOMER-MASTER-RECORD.                                      00000490
           05  CM-BRANCH-NUMBER        PIC 9(2).                        00000500
           05  CM-SALESREP-NUMBER      PIC 9(2).                        00000510
           05  CM-CUSTOMER-NUMBER      PIC 9(5).                        00000520
           05  CM-CUSTOMER-NAME        PIC X(20).                       00000530
           05  CM-SALES-THIS-YTD       PIC S9(9)V9(2).                  00000540
           05  CM-SALES-LAST-YTD       PIC S9(9)V9(2).                  00000550
           05  CM-CUSTOMER-STATUS      PIC X(1).                        00000560
           05  FILLER                  PIC X(78).                       00000570
                                                                        00000580
       FD  NEWMAST                                                      00000590
           RECORDING MODE IS F                                          00000600
           LABEL RECORDS ARE STANDARD                                   00000610
           RECORD CONTAINS 130 CHARACTERS                               00000620
           BLOCK CONTAINS 130 CHARACTERS.                               00000630
       01  NEW-MASTER-RECORD           PIC X(130).                      00000640
                                                                        00000650
       FD  SALESHST                                                     00000660
           RECORDING MODE IS F                                          00000670
           LABEL RECORDS ARE STANDARD                                   00000680
           RECORD CONTAINS 80 CHARACTERS                                00000690
           BLOCK CONTAINS 80 CHARACTERS.                                00000700
       01  SALES-HISTORY-RECORD.                                        00000710
           05  SH-BRANCH-NUMBER        PIC 9(2).                        00000720
           05  SH-SALESREP-NUMBER      PIC 9(2).                        00000730
           05  SH-CUSTOMER-NUMBER      PIC 9(5).                        00000740
           05  SH-CUSTOMER-NAME        PIC X(20).                       00000750
           05  SH-YEAR                 PIC 9(4).                        00000760
           05  SH-SALES-AMOUNT         PIC S9(7)V99.                    00000770
           05  FILLER                  PIC X(38).                       00000780
                                                                        00000790
       FD  NEWHST                                                       00000800
           RECORDING MODE IS F                                          00000810
           LABEL RECORDS ARE STANDARD                                   00000820
           RECORD CONTAINS 80 CHARACTERS                                00000830
           BLOCK CONTAINS 80 CHARACTERS.                                00000840
       01  NEW-HISTORY-RECORD          PIC X(80).                       00000850
                                                                        00000860
       FD  SALESMON                                                     00000870
           RECORDING MODE IS F                                          00000880
           LABEL RECORDS ARE STANDARD                                   00000890
           RECORD CONTAINS 300 CHARACTERS                               00000900
           BLOCK CONTAINS 300 CHARACTERS.                               00000910
       01  MONTHLY-SALES-RECORD.                                        00000920
           05  MS-BRANCH-NUMBER        PIC 9(2).                        00000930
           05  MS-SALESREP-NUMBER      PIC 9(2).                        00000940
           05  MS-CUSTOMER-NUMBER      PIC 9(5).                        00000950
           05  FILLER                  PIC X(291).                      00000960
                                                                        00000970
       FD  NEWMON                                                       00000980
           RECORDING MODE IS F                                          00000990
           LABEL RECORDS ARE STANDARD                                   00001000
           RECORD CONTAINS 300 CHARACTERS                               00001010
           BLOCK CONTAINS 300 CHARACTERS.                               00001020
       01  NEW-MONTHLY-SALES-RECORD    PIC X(300).                      00001030
                                                                        00001040
       FD  SUSPENSE                                                     00001050
           RECORDING MODE IS F                                          00001060
           LABEL RECORDS ARE STANDARD                                   00001070
           RECORD CONTAINS 160 CHARACTERS                               00001080
           BLOCK CONTAINS 160 CHARACTERS.                               00001090
       01  SUSPENSE-RECORD.                                             00001100
           05  SU-SUSPENSE-KEY.                                         00001110
               10  SU-KEY-DATE         PIC 9(8).                        00001120
               10  SU-KEY-SEQUENCE     PIC 9(5).                        00001130
           05  SU-TRANSACTION-IMAGE.                                    00001140
               10  SU-CUSTOMER-NUMBER  PIC 9(5).                        00001150
               10  SU-INVOICE-NUMBER   PIC X(8).                        00001160
               10  SU-INVOICE-DATE     PIC 9(8).                        00001170
               10  SU-INVOICE-AMOUNT   PIC S9(7)V99.                    00001180
               10  SU-BRANCH-NUMBER    PIC 9(2).                        00001190
               10  SU-SALESREP-NUMBER  PIC 9(2).                        00001200
               10  FILLER              PIC X(46).                       00001210
           05  SU-REJECT-REASON        PIC X(30).                       00001220
           05  SU-FIRST-REJECT-DATE    PIC 9(8).                        00001230
           05  SU-LAST-REJECT-DATE     PIC 9(8).                        00001240
           05  SU-ITEM-STATUS          PIC X(1).                        00001250
               88  SU-ITEM-OPEN            VALUE "O".                   00001260
               88  SU-ITEM-CORRECTED       VALUE "C".                   00001270
               88  SU-ITEM-DELETED         VALUE "D".                   00001280
           05  SU-LAST-ACTION-DATE     PIC 9(8).                        00001290
           05  SU-LAST-ACTION-TERMINAL PIC X(4).                        00001300
           05  FILLER                  PIC X(8).                        00001310
                                                                        00001320
       FD  NEWSUSP                                                      00001330
           RECORDING MODE IS F                                          00001340
           LABEL RECORDS ARE STANDARD                                   00001350
           RECORD CONTAINS 160 CHARACTERS                               00001360
           BLOCK CONTAINS 160 CHARACTERS.                               00001370
       01  NEW-SUSPENSE-RECORD         PIC X(160).                      00001380
                                                                        00001390
       FD  INVREG                                                       00001400
           RECORDING MODE IS F                                          00001410
           LABEL RECORDS ARE STANDARD                                   00001420
           RECORD CONTAINS 80 CHARACTERS                                00001430
           BLOCK CONTAINS 80 CHARACTERS.                                00001440
       01  INVOICE-REGISTER-RECORD.                                     00001450
           05  IR-INVOICE-NUMBER       PIC X(8).                        00001460
           05  IR-BRANCH-NUMBER        PIC 9(2).                        00001470
           05  IR-CUSTOMER-NUMBER      PIC 9(5).                        00001480
           05  IR-SALESREP-NUMBER      PIC 9(2).                        00001490
           05  IR-INVOICE-DATE         PIC 9(8).                        00001500
           05  IR-INVOICE-AMOUNT       PIC S9(7)V99.                    00001510
           05  IR-POSTING-DATE         PIC 9(8).                        00001520
           05  IR-ENTRY-TYPE           PIC X(1).                        00001530
           05  IR-REASON-CODE          PIC X(2).                        00001540
           05  IR-YTD-FIELD            PIC X(1).                        00001550
           05  FILLER                  PIC X(34).                       00001560
                                                                        00001570
       FD  NEWINVR                                                      00001580
           RECORDING MODE IS F                                          00001590
           LABEL RECORDS ARE STANDARD                                   00001600
           RECORD CONTAINS 80 CHARACTERS                                00001610
           BLOCK CONTAINS 80 CHARACTERS.                                00001620
       01  NEW-REGISTER-RECORD         PIC X(80).                       00001630
                                                                        00001640
       FD  AROPEN                                                       00001650
           RECORDING MODE IS F                                          00001660
           LABEL RECORDS ARE STANDARD                                   00001670
           RECORD CONTAINS 80 CHARACTERS                                00001680
           BLOCK CONTAINS 80 CHARACTERS.                                00001690
       01  OPEN-ITEM-RECORD.                                            00001700
           05  OI-BRANCH-NUMBER        PIC 9(2).                        00001710
           05  OI-CUSTOMER-NUMBER      PIC 9(5).                        00001720
           05  OI-INVOICE-NUMBER       PIC X(8).                        00001730
           05  OI-SALESREP-NUMBER      PIC 9(2).                        00001740
           05  OI-INVOICE-DATE         PIC 9(8).                        00001750
           05  OI-ITEM-TYPE            PIC X(1).                        00001760
           05  OI-ORIGINAL-AMOUNT      PIC S9(7)V99.                    00001770
           05  OI-OPEN-AMOUNT          PIC S9(7)V99.                    00001780
           05  OI-LAST-ACTIVITY-DATE   PIC 9(8).                        00001790
           05  FILLER                  PIC X(28).                       00001800
                                                                        00001810
       FD  ARWRK                                                        00001820
           RECORDING MODE IS F                                          00001830
           LABEL RECORDS ARE STANDARD                                   00001840
           RECORD CONTAINS 80 CHARACTERS                                00001850
           BLOCK CONTAINS 80 CHARACTERS.                                00001860
       01  OPEN-ITEM-WORK-RECORD       PIC X(80).                       00001870
                                                                        00001880
       FD  NEWAROP                                                      00001890
           RECORDING MODE IS F                                          00001900
           LABEL RECORDS ARE STANDARD                                   00001910
           RECORD CONTAINS 80 CHARACTERS                                00001920
           BLOCK CONTAINS 80 CHARACTERS.                                00001930
       01  NEW-OPEN-ITEM-RECORD        PIC X(80).                       00001940
                                                                        00001950
       SD  SORTWK01                                                     00001960
           RECORD CONTAINS 80 CHARACTERS.                               00001970
       01  SORT-RECORD.                                                 00001980
           05  SW-BRANCH-NUMBER        PIC X(2).                        00001990
           05  SW-CUSTOMER-NUMBER      PIC X(5).                        00002000
           05  SW-INVOICE-NUMBER       PIC X(8).                        00002010
           05  FILLER                  PIC X(65).                       00002020
                                                                        00002030
       FD  CUSTAUD                                                      00002040
           RECORDING MODE IS F                                          00002050
           LABEL RECORDS ARE STANDARD                                   00002060
           RECORD CONTAINS 130 CHARACTERS                               00002070
           BLOCK CONTAINS 130 CHARACTERS.                               00002080
       01  CUSTOMER-AUDIT-RECORD.                                       00002090
           05  CA-AUDIT-DATE           PIC 9(8).                        00002100
           05  CA-AUDIT-TIME           PIC 9(6).                        00002110
           05  CA-TERMINAL-ID          PIC X(4).                        00002120
           05  CA-ACTION-CODE          PIC X(1).                        00002130
               88  CA-ACTION-ADD           VALUE "A".                   00002140
               88  CA-ACTION-UPDATE        VALUE "U".                   00002150
               88  CA-ACTION-STATUS        VALUE "S".                   00002160
               88  CA-ACTION-REALIGN       VALUE "R".                   00002170
               88  CA-ACTION-MERGE         VALUE "M".                   00002180
           05  CA-BRANCH-NUMBER        PIC 9(2).                        00002190
           05  CA-CUSTOMER-NUMBER      PIC 9(5).                        00002200
           05  CA-IMAGE-AREA.                                           00002210
               10  CA-BEFORE-IMAGE.                                     00002220
                   15  CA-BEFORE-CUSTOMER-NAME   PIC X(20).             00002230
                   15  CA-BEFORE-SALES-THIS-YTD  PIC S9(9)V9(2).        00002240
                   15  CA-BEFORE-SALES-LAST-YTD  PIC S9(9)V9(2).        00002250
                   15  CA-BEFORE-CUSTOMER-STATUS PIC X(1).              00002260
               10  CA-AFTER-IMAGE.                                      00002270
                   15  CA-AFTER-CUSTOMER-NAME    PIC X(20).             00002280
                   15  CA-AFTER-SALES-THIS-YTD   PIC S9(9)V9(2).        00002290
                   15  CA-AFTER-SALES-LAST-YTD   PIC S9(9)V9(2).        00002300
                   15  CA-AFTER-CUSTOMER-STATUS  PIC X(1).              00002310
           05  CA-USER-ID              PIC X(8).                        00002320
           05  CA-MERGE-BRANCH-NUMBER  PIC 9(2).                        00002330
           05  CA-MERGE-CUSTOMER-NUMBER PIC 9(5).                       00002340
           05  FILLER                  PIC X(3).                        00002350
                                                                        00002360
       FD  MERGRPT                                                      00002370
           RECORDING MODE IS F                                          00002380
           LABEL RECORDS ARE STANDARD                                   00002390
           RECORD CONTAINS 130 CHARACTERS                               00002400
           BLOCK CONTAINS 130 CHARACTERS.                               00002410
       01  PRINT-AREA      PIC X(130).                                  00002420
                                                                        00002430
       WORKING-STORAGE SECTION.                                         00002440
                                                                        00002450
       01  SWITCHES.                                                    00002460
           05  CTLCARD-EOF-SWITCH      PIC X    VALUE "N".              00002470
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              00002480
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".              00002490
           05  SALESMON-EOF-SWITCH     PIC X    VALUE "N".              00002500
           05  SUSPENSE-EOF-SWITCH     PIC X    VALUE "N".              00002510
           05  INVREG-EOF-SWITCH       PIC X    VALUE "N".              00002520
           05  AROPEN-EOF-SWITCH       PIC X    VALUE "N".              00002530
           05  HISTORY-TABLE-FULL-SWITCH PIC X  VALUE "N".              00002540
           05  MERGE-OVERFLOW-SWITCH   PIC X    VALUE "N".              00002550
           05  FROM-MONTHLY-SWITCH     PIC X    VALUE "N".              00002560
           05  TO-MONTHLY-SWITCH       PIC X    VALUE "N".              00002570
           05  YEAR-FOUND-SWITCH       PIC X    VALUE "N".              00002580
           05  MATCH-FOUND-SWITCH      PIC X    VALUE "N".              00002590
                                                                        00002600
       01  MERGE-ACCOUNT-FIELDS.                                        00002610
           05  FROM-FOUND-COUNT        PIC 9(3)    VALUE ZERO.          00002620
           05  TO-FOUND-COUNT          PIC 9(3)    VALUE ZERO.          00002630
           05  FROM-MASTER-IMAGE.                                       00002640
               10  FM-BRANCH-NUMBER    PIC 9(2).                        00002650
               10  FM-SALESREP-NUMBER  PIC 9(2).                        00002660
               10  FM-CUSTOMER-NUMBER  PIC 9(5).                        00002670
               10  FM-CUSTOMER-NAME    PIC X(20).                       00002680
               10  FM-SALES-THIS-YTD   PIC S9(9)V9(2).                  00002690
               10  FM-SALES-LAST-YTD   PIC S9(9)V9(2).                  00002700
               10  FM-CUSTOMER-STATUS  PIC X(1).                        00002710
               10  FILLER              PIC X(78).                       00002720
           05  TO-MASTER-IMAGE.                                         00002730
               10  TM-BRANCH-NUMBER    PIC 9(2).                        00002740
               10  TM-SALESREP-NUMBER  PIC 9(2).                        00002750
               10  TM-CUSTOMER-NUMBER  PIC 9(5).                        00002760
               10  TM-CUSTOMER-NAME    PIC X(20).                       00002770
               10  TM-SALES-THIS-YTD   PIC S9(9)V9(2).                  00002780
               10  TM-SALES-LAST-YTD   PIC S9(9)V9(2).                  00002790
               10  TM-CUSTOMER-STATUS  PIC X(1).                        00002800
               10  FILLER              PIC X(78).                       00002810
           05  MERGED-SALES-THIS-YTD   PIC S9(9)V9(2) VALUE ZERO.       00002820
           05  MERGED-SALES-LAST-YTD   PIC S9(9)V9(2) VALUE ZERO.       00002830
                                                                        00002840
      * ONE ENTRY PER SALESHST RECORD OF THE FROM CUSTOMER, IN FILE     00002847
      * ORDER.  RPT2010 APPENDS A FULL ARCHIVE SET EACH NIGHT, SO BOTH  00002854
      * CUSTOMERS' RECORDS FOR A YEAR RUN TO THE LATEST SET, BUT ONE    00002861
      * MAY HAVE BEEN ARCHIVED ON MORE NIGHTS THAN THE OTHER.  THEY ARE 00002868
      * THEREFORE PAIRED FROM THE LATEST SET BACK: THE KTH-FROM-LAST    00002875
      * FROM RECORD FOR A YEAR IS FOLDED INTO THE KTH-FROM-LAST TO      00002882
      * RECORD FOR THAT YEAR.  EARLIER FROM RECORDS WITH NO PARTNER     00002889
      * FALL IN SETS THAT HOLD NO TO RECORD FOR THE YEAR AND ARE        00002896
      * RE-KEYED WHERE THEY STAND.                                      00002903
       01  FROM-HISTORY-TABLE.                                          00002910
           05  FROM-HISTORY-COUNT      PIC 9(4)    VALUE ZERO.          00002917
           05  FROM-HISTORY-ENTRY OCCURS 3000 TIMES.                    00002924
               10  FH-YEAR             PIC 9(4).                        00002931
               10  FH-SALES-AMOUNT     PIC S9(7)V99.                    00002938
               10  FH-MATCHED-SWITCH   PIC X.                           00002945
               10  FH-TO-ORDINAL       PIC 9(5).                        00002952
                                                                        00002959
       01  HISTORY-YEAR-TABLE.                                          00002966
           05  HISTORY-YEAR-COUNT      PIC 9(3)    VALUE ZERO.          00002973
           05  HISTORY-YEAR-ENTRY OCCURS 100 TIMES.                     00002980
               10  HY-YEAR             PIC 9(4).                        00002987
               10  HY-TO-COUNT         PIC 9(5).                        00002994
               10  HY-FROM-COUNT       PIC 9(5).                        00003001
               10  HY-TO-SEEN-COUNT    PIC 9(5).                        00003008
               10  HY-FROM-SEEN-COUNT  PIC 9(5).                        00003015
                                                                        00003040
       01  HISTORY-WORK-FIELDS.                                         00003050
           05  FROM-HISTORY-SUBSCRIPT  PIC 9(4)    VALUE ZERO.          00003060
           05  MATCH-SUBSCRIPT         PIC 9(4)    VALUE ZERO.          00003070
           05  YEAR-SUBSCRIPT          PIC 9(3)    VALUE ZERO.          00003080
           05  LOOKUP-YEAR             PIC 9(4)    VALUE ZERO.          00003090
           05  TO-ORDINAL              PIC S9(5)   VALUE ZERO.          00003095
                                                                        00003100
       01  MONTHLY-WORK-FIELDS.                                         00003110
           05  MONTH-SUBSCRIPT         PIC 9(2)    VALUE ZERO.          00003120
           05  FROM-MONTHLY-RECORD.                                     00003130
               10  FW-BRANCH-NUMBER    PIC 9(2).                        00003140
               10  FW-SALESREP-NUMBER  PIC 9(2).                        00003150
               10  FW-CUSTOMER-NUMBER  PIC 9(5).                        00003160
               10  FW-FISCAL-YEAR      PIC 9(4).                        00003170
               10  FW-THIS-YEAR-SALES.                                  00003180
                   15  FW-THIS-MONTH-SALES PIC S9(9)V99                 00003190
                                           OCCURS 12 TIMES.             00003200
               10  FW-LAST-YEAR-SALES.                                  00003210
                   15  FW-LAST-MONTH-SALES PIC S9(9)V99                 00003220
                                           OCCURS 12 TIMES.             00003230
               10  FW-LAST-POSTED-DATE PIC 9(8).                        00003240
               10  FILLER              PIC X(15).                       00003250
           05  TO-MONTHLY-RECORD.                                       00003260
               10  TW-BRANCH-NUMBER    PIC 9(2).                        00003270
               10  TW-SALESREP-NUMBER  PIC 9(2).                        00003280
               10  TW-CUSTOMER-NUMBER  PIC 9(5).                        00003290
               10  TW-FISCAL-YEAR      PIC 9(4).                        00003300
               10  TW-THIS-YEAR-SALES.                                  00003310
                   15  TW-THIS-MONTH-SALES PIC S9(9)V99                 00003320
                                           OCCURS 12 TIMES.             00003330
               10  TW-LAST-YEAR-SALES.                                  00003340
                   15  TW-LAST-MONTH-SALES PIC S9(9)V99                 00003350
                                           OCCURS 12 TIMES.             00003360
               10  TW-LAST-POSTED-DATE PIC 9(8).                        00003370
               10  FILLER              PIC X(15).                       00003380
                                                                        00003390
       01  MERGE-COUNT-FIELDS.                                          00003400
           05  HIST-TO-BEFORE-COUNT    PIC 9(7)     VALUE ZERO.         00003410
           05  HIST-TO-BEFORE-AMOUNT   PIC S9(11)V99 VALUE ZERO.        00003420
           05  HIST-FROM-COUNT         PIC 9(7)     VALUE ZERO.         00003430
           05  HIST-FROM-AMOUNT        PIC S9(11)V99 VALUE ZERO.        00003440
           05  HIST-COMBINED-COUNT     PIC 9(7)     VALUE ZERO.         00003450
           05  HIST-COMBINED-AMOUNT    PIC S9(11)V99 VALUE ZERO.        00003460
           05  HIST-REKEYED-COUNT      PIC 9(7)     VALUE ZERO.         00003470
           05  HIST-REKEYED-AMOUNT     PIC S9(11)V99 VALUE ZERO.        00003480
           05  HIST-TO-AFTER-COUNT     PIC 9(7)     VALUE ZERO.         00003490
           05  HIST-TO-AFTER-AMOUNT    PIC S9(11)V99 VALUE ZERO.        00003500
           05  MONTH-MOVED-COUNT       PIC 9(7)     VALUE ZERO.         00003510
           05  SUSP-MOVED-COUNT        PIC 9(7)     VALUE ZERO.         00003520
           05  SUSP-MOVED-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00003530
           05  INVR-MOVED-COUNT        PIC 9(7)     VALUE ZERO.         00003540
           05  INVR-MOVED-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00003550
           05  AROP-MOVED-COUNT        PIC 9(7)     VALUE ZERO.         00003560
           05  AROP-MOVED-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00003570
                                                                        00003580
       01  CURRENT-DATE-AND-TIME.                                       00003590
           05  CD-YEAR         PIC 9999.                                00003600
           05  CD-MONTH        PIC 99.                                  00003610
           05  CD-DAY          PIC 99.                                  00003620
           05  CD-HOURS        PIC 99.                                  00003630
           05  CD-MINUTES      PIC 99.                                  00003640
           05  CD-SECONDS      PIC 99.                                  00003650
           05  FILLER          PIC X(7).                                00003660
                                                                        00003670
       01  HEADING-LINE-1.                                              00003680
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00003690
           05  HL1-MONTH       PIC 9(2).                                00003700
           05  FILLER          PIC X(1)    VALUE "/".                   00003710
           05  HL1-DAY         PIC 9(2).                                00003720
           05  FILLER          PIC X(1)    VALUE "/".                   00003730
           05  HL1-YEAR        PIC 9(4).                                00003740
           05  FILLER          PIC X(16)   VALUE SPACE.                 00003750
           05  FILLER          PIC X(23)                                00003760
               VALUE "CUSTOMER MERGE REGISTER".                         00003770
           05  FILLER          PIC X(74)   VALUE SPACE.                 00003780
                                                                        00003790
       01  HEADING-LINE-2.                                              00003800
           05  FILLER          PIC X(6)    VALUE "FROM: ".              00003810
           05  HL2-FROM-BRANCH PIC 9(2).                                00003820
           05  FILLER          PIC X(1)    VALUE "/".                   00003830
           05  HL2-FROM-CUSTOMER PIC 9(5).                              00003840
           05  FILLER          PIC X(6)    VALUE "  TO: ".              00003850
           05  HL2-TO-BRANCH   PIC 9(2).                                00003860
           05  FILLER          PIC X(1)    VALUE "/".                   00003870
           05  HL2-TO-CUSTOMER PIC 9(5).                                00003880
           05  FILLER          PIC X(102)  VALUE SPACE.                 00003890
                                                                        00003900
       01  HEADING-LINE-3.                                              00003910
           05  FILLER          PIC X(130)  VALUE ALL "-".               00003920
                                                                        00003930
       01  IMAGE-HEADING-LINE.                                          00003940
           05  FILLER          PIC X(3)    VALUE SPACE.                 00003950
           05  FILLER          PIC X(20)   VALUE "ACCOUNT".             00003960
           05  FILLER          PIC X(11)   VALUE "BR/CUST".             00003970
           05  FILLER          PIC X(5)    VALUE "REP".                 00003980
           05  FILLER          PIC X(23)   VALUE "CUSTOMER NAME".       00003990
           05  FILLER          PIC X(18)   VALUE "       THIS YTD".     00004000
           05  FILLER          PIC X(18)   VALUE "       LAST YTD".     00004010
           05  FILLER          PIC X(6)    VALUE "STATUS".              00004020
           05  FILLER          PIC X(26)   VALUE SPACE.                 00004030
                                                                        00004040
       01  MERGE-IMAGE-LINE.                                            00004050
           05  FILLER              PIC X(3)     VALUE SPACE.            00004060
           05  MI-LABEL            PIC X(20).                           00004070
           05  MI-BRANCH-NUMBER    PIC 9(2).                            00004080
           05  FILLER              PIC X(1)     VALUE "/".              00004090
           05  MI-CUSTOMER-NUMBER  PIC 9(5).                            00004100
           05  FILLER              PIC X(3)     VALUE SPACE.            00004110
           05  MI-SALESREP-NUMBER  PIC 9(2).                            00004120
           05  FILLER              PIC X(3)     VALUE SPACE.            00004130
           05  MI-CUSTOMER-NAME    PIC X(20).                           00004140
           05  FILLER              PIC X(3)     VALUE SPACE.            00004150
           05  MI-SALES-THIS-YTD   PIC ZZZ,ZZZ,ZZ9.99-.                 00004160
           05  FILLER              PIC X(3)     VALUE SPACE.            00004170
           05  MI-SALES-LAST-YTD   PIC ZZZ,ZZZ,ZZ9.99-.                 00004180
           05  FILLER              PIC X(3)     VALUE SPACE.            00004190
           05  MI-CUSTOMER-STATUS  PIC X(1).                            00004200
           05  FILLER              PIC X(31)    VALUE SPACE.            00004210
                                                                        00004220
       01  MERGE-TOTAL-LINE.                                            00004230
           05  FILLER              PIC X(3)     VALUE SPACE.            00004240
           05  MT-LABEL            PIC X(36).                           00004250
           05  MT-COUNT            PIC ZZZ,ZZ9.                         00004260
           05  FILLER              PIC X(3)     VALUE SPACE.            00004270
           05  MT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.                 00004280
           05  FILLER              PIC X(66)    VALUE SPACE.            00004290
                                                                        00004300
       PROCEDURE DIVISION.                                              00004310
                                                                        00004320
       000-MERGE-CUSTOMER.                                              00004330
                                                                        00004340
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00004350
           PERFORM 050-READ-CONTROL-CARD.                               00004360
           IF CTLCARD-EOF-SWITCH = "Y"                                  00004370
               DISPLAY "RPT2310: NO CONTROL CARD - RUN CANCELLED"       00004380
               MOVE 8 TO RETURN-CODE                                    00004390
               STOP RUN                                                 00004400
           END-IF.                                                      00004410
           IF CC-FROM-BRANCH-NUMBER NOT NUMERIC                         00004420
               OR CC-FROM-CUSTOMER-NUMBER NOT NUMERIC                   00004430
               OR CC-TO-BRANCH-NUMBER NOT NUMERIC                       00004440
               OR CC-TO-CUSTOMER-NUMBER NOT NUMERIC                     00004450
               DISPLAY "RPT2310: NON-NUMERIC CONTROL CARD - CANCELLED"  00004460
               MOVE 8 TO RETURN-CODE                                    00004470
               STOP RUN                                                 00004480
           END-IF.                                                      00004490
           IF CC-FROM-BRANCH-NUMBER = CC-TO-BRANCH-NUMBER               00004500
               AND CC-FROM-CUSTOMER-NUMBER = CC-TO-CUSTOMER-NUMBER      00004510
               DISPLAY "RPT2310: FROM AND TO ARE EQUAL - CANCELLED"     00004520
               MOVE 8 TO RETURN-CODE                                    00004530
               STOP RUN                                                 00004540
           END-IF.                                                      00004550
           PERFORM 100-LOCATE-MERGE-ACCOUNTS.                           00004560
           IF FROM-FOUND-COUNT = ZERO                                   00004570
               DISPLAY "RPT2310: FROM CUSTOMER NOT FOUND - CANCELLED"   00004580
               MOVE 8 TO RETURN-CODE                                    00004590
               STOP RUN                                                 00004600
           END-IF.                                                      00004610
           IF TO-FOUND-COUNT = ZERO                                     00004620
               DISPLAY "RPT2310: TO CUSTOMER NOT FOUND - CANCELLED"     00004630
               MOVE 8 TO RETURN-CODE                                    00004640
               STOP RUN                                                 00004650
           END-IF.                                                      00004660
           IF FROM-FOUND-COUNT > 1                                      00004670
               OR TO-FOUND-COUNT > 1                                    00004680
               DISPLAY "RPT2310: CUSTOMER ON MASTER TWICE - CANCELLED"  00004690
               MOVE 8 TO RETURN-CODE                                    00004700
               STOP RUN                                                 00004710
           END-IF.                                                      00004720
           IF TM-CUSTOMER-STATUS = "C"                                  00004730
               DISPLAY "RPT2310: TO CUSTOMER IS CLOSED - CANCELLED"     00004740
               MOVE 8 TO RETURN-CODE                                    00004750
               STOP RUN                                                 00004760
           END-IF.                                                      00004770
           PERFORM 120-COMBINE-YTD-FIGURES.                             00004780
           IF MERGE-OVERFLOW-SWITCH = "Y"                               00004790
               DISPLAY "RPT2310: MERGED YTD TOO LARGE - CANCELLED"      00004800
               MOVE 8 TO RETURN-CODE                                    00004810
               STOP RUN                                                 00004820
           END-IF.                                                      00004830
           PERFORM 150-LOAD-MERGE-HISTORY.                              00004840
           IF HISTORY-TABLE-FULL-SWITCH = "Y"                           00004850
               DISPLAY "RPT2310: HISTORY TABLE FULL - RUN CANCELLED"    00004860
               MOVE 8 TO RETURN-CODE                                    00004870
               STOP RUN                                                 00004880
           END-IF.                                                      00004890
           PERFORM 170-MATCH-FROM-HISTORY                               00004900
               VARYING FROM-HISTORY-SUBSCRIPT FROM 1 BY 1               00004910
               UNTIL FROM-HISTORY-SUBSCRIPT > FROM-HISTORY-COUNT.       00004920
           PERFORM 200-MERGE-CUSTOMER-MASTER.                           00004930
           PERFORM 300-MERGE-SALES-HISTORY.                             00004940
           IF MERGE-OVERFLOW-SWITCH = "Y"                               00004950
               DISPLAY "RPT2310: MERGED HISTORY TOO LARGE - CANCELLED"  00004960
               MOVE 8 TO RETURN-CODE                                    00004970
               STOP RUN                                                 00004980
           END-IF.                                                      00004990
           PERFORM 350-MERGE-MONTHLY-SALES.                             00005000
           IF MERGE-OVERFLOW-SWITCH = "Y"                               00005010
               DISPLAY "RPT2310: MERGED MONTH TOO LARGE - CANCELLED"    00005020
               MOVE 8 TO RETURN-CODE                                    00005030
               STOP RUN                                                 00005040
           END-IF.                                                      00005050
           PERFORM 400-MOVE-SUSPENSE-ITEMS.                             00005060
           PERFORM 450-MOVE-REGISTER-ENTRIES.                           00005070
           PERFORM 500-MOVE-OPEN-ITEMS.                                 00005080
           OPEN OUTPUT MERGRPT.                                         00005090
           PERFORM 600-PRINT-REPORT-HEADING.                            00005100
           PERFORM 610-PRINT-MERGE-IMAGES.                              00005110
           PERFORM 650-PRINT-MERGE-TOTALS.                              00005120
           CLOSE MERGRPT.                                               00005130
           OPEN EXTEND CUSTAUD.                                         00005140
           PERFORM 700-WRITE-MERGE-AUDIT.                               00005150
           CLOSE CUSTAUD.                                               00005160
           DISPLAY "RPT2310: SALESHST RECORDS MOVED: " HIST-FROM-COUNT. 00005170
           STOP RUN.                                                    00005180
                                                                        00005190
       050-READ-CONTROL-CARD.                                           00005200
                                                                        00005210
           OPEN INPUT CTLCARD.                                          00005220
           READ CTLCARD                                                 00005230
               AT END                                                   00005240
                   MOVE "Y" TO CTLCARD-EOF-SWITCH.                      00005250
           CLOSE CTLCARD.                                               00005260
                                                                        00005270
       100-LOCATE-MERGE-ACCOUNTS.                                       00005280
                                                                        00005290
           OPEN INPUT CUSTMAST.                                         00005300
           PERFORM 110-LOCATE-MASTER-RECORD                             00005310
               UNTIL CUSTMAST-EOF-SWITCH = "Y".                         00005320
           CLOSE CUSTMAST.                                              00005330
           MOVE "N" TO CUSTMAST-EOF-SWITCH.                             00005340
                                                                        00005350
       110-LOCATE-MASTER-RECORD.                                        00005360
                                                                        00005370
           READ CUSTMAST                                                00005380
               AT END                                                   00005390
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      00005400
               NOT AT END                                               00005410
                   IF CM-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER          00005420
                       AND CM-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER 00005430
                       ADD 1 TO FROM-FOUND-COUNT                        00005440
                       MOVE CUSTOMER-MASTER-RECORD TO FROM-MASTER-IMAGE 00005450
                   END-IF                                               00005460
                   IF CM-BRANCH-NUMBER = CC-TO-BRANCH-NUMBER            00005470
                       AND CM-CUSTOMER-NUMBER = CC-TO-CUSTOMER-NUMBER   00005480
                       ADD 1 TO TO-FOUND-COUNT                          00005490
                       MOVE CUSTOMER-MASTER-RECORD TO TO-MASTER-IMAGE   00005500
                   END-IF                                               00005510
           END-READ.                                                    00005520
                                                                        00005530
       120-COMBINE-YTD-FIGURES.                                         00005540
                                                                        00005550
           ADD FM-SALES-THIS-YTD TM-SALES-THIS-YTD                      00005560
               GIVING MERGED-SALES-THIS-YTD                             00005570
               ON SIZE ERROR                                            00005580
                   MOVE "Y" TO MERGE-OVERFLOW-SWITCH                    00005590
           END-ADD.                                                     00005600
           ADD FM-SALES-LAST-YTD TM-SALES-LAST-YTD                      00005610
               GIVING MERGED-SALES-LAST-YTD                             00005620
               ON SIZE ERROR                                            00005630
                   MOVE "Y" TO MERGE-OVERFLOW-SWITCH                    00005640
           END-ADD.                                                     00005650
                                                                        00005660
       150-LOAD-MERGE-HISTORY.                                          00005670
                                                                        00005680
           OPEN INPUT SALESHST.                                         00005690
           PERFORM 160-LOAD-HISTORY-RECORD                              00005700
               UNTIL SALESHST-EOF-SWITCH = "Y".                         00005710
           CLOSE SALESHST.                                              00005720
           MOVE "N" TO SALESHST-EOF-SWITCH.                             00005730
                                                                        00005740
       160-LOAD-HISTORY-RECORD.                                         00005750
                                                                        00005760
           READ SALESHST                                                00005770
               AT END                                                   00005780
                   MOVE "Y" TO SALESHST-EOF-SWITCH                      00005790
               NOT AT END                                               00005800
                   IF SH-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER          00005810
                       AND SH-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER 00005820
                       PERFORM 162-LOAD-FROM-HISTORY-ENTRY              00005826
                       PERFORM 166-COUNT-FROM-HISTORY-YEAR              00005832
                   END-IF                                               00005840
                   IF SH-BRANCH-NUMBER = CC-TO-BRANCH-NUMBER            00005850
                       AND SH-CUSTOMER-NUMBER = CC-TO-CUSTOMER-NUMBER   00005860
                       PERFORM 164-COUNT-TO-HISTORY-YEAR                00005870
                   END-IF                                               00005880
           END-READ.                                                    00005890
                                                                        00005900
       162-LOAD-FROM-HISTORY-ENTRY.                                     00005910
                                                                        00005920
           IF FROM-HISTORY-COUNT = 3000                                 00005930
               MOVE "Y" TO HISTORY-TABLE-FULL-SWITCH                    00005940
           ELSE                                                         00005950
               ADD 1 TO FROM-HISTORY-COUNT                              00005960
               MOVE SH-YEAR TO FH-YEAR(FROM-HISTORY-COUNT)              00005970
               MOVE SH-SALES-AMOUNT                                     00005980
                   TO FH-SALES-AMOUNT(FROM-HISTORY-COUNT)               00005990
               MOVE "N" TO FH-MATCHED-SWITCH(FROM-HISTORY-COUNT)        00006000
               MOVE ZERO TO FH-TO-ORDINAL(FROM-HISTORY-COUNT).          00006006
                                                                        00006012
       164-COUNT-TO-HISTORY-YEAR.                                       00006018
                                                                        00006024
           PERFORM 168-FIND-OR-ADD-HISTORY-YEAR.                        00006030
           IF YEAR-FOUND-SWITCH = "Y"                                   00006036
               ADD 1 TO HY-TO-COUNT(YEAR-SUBSCRIPT).                    00006042
                                                                        00006048
       166-COUNT-FROM-HISTORY-YEAR.                                     00006054
                                                                        00006060
           PERFORM 168-FIND-OR-ADD-HISTORY-YEAR.                        00006066
           IF YEAR-FOUND-SWITCH = "Y"                                   00006072
               ADD 1 TO HY-FROM-COUNT(YEAR-SUBSCRIPT).                  00006078
                                                                        00006084
       168-FIND-OR-ADD-HISTORY-YEAR.                                    00006090
                                                                        00006096
           MOVE SH-YEAR TO LOOKUP-YEAR.                                 00006102
           PERFORM 180-FIND-HISTORY-YEAR.                               00006108
           IF YEAR-FOUND-SWITCH = "N"                                   00006114
               IF HISTORY-YEAR-COUNT = 100                              00006120
                   MOVE "Y" TO HISTORY-TABLE-FULL-SWITCH                00006126
               ELSE                                                     00006132
                   ADD 1 TO HISTORY-YEAR-COUNT                          00006138
                   MOVE HISTORY-YEAR-COUNT TO YEAR-SUBSCRIPT            00006144
                   MOVE SH-YEAR TO HY-YEAR(YEAR-SUBSCRIPT)              00006150
                   MOVE ZERO TO HY-TO-COUNT(YEAR-SUBSCRIPT)             00006156
                   MOVE ZERO TO HY-FROM-COUNT(YEAR-SUBSCRIPT)           00006162
                   MOVE ZERO TO HY-TO-SEEN-COUNT(YEAR-SUBSCRIPT)        00006168
                   MOVE ZERO TO HY-FROM-SEEN-COUNT(YEAR-SUBSCRIPT)      00006174
                   MOVE "Y" TO YEAR-FOUND-SWITCH.                       00006180
                                                                        00006186
       170-MATCH-FROM-HISTORY.                                          00006192
                                                                        00006198
           MOVE FH-YEAR(FROM-HISTORY-SUBSCRIPT) TO LOOKUP-YEAR.         00006204
           PERFORM 180-FIND-HISTORY-YEAR.                               00006210
           ADD 1 TO HY-FROM-SEEN-COUNT(YEAR-SUBSCRIPT).                 00006216
           COMPUTE TO-ORDINAL = HY-FROM-SEEN-COUNT(YEAR-SUBSCRIPT)      00006222
                              + HY-TO-COUNT(YEAR-SUBSCRIPT)             00006228
                              - HY-FROM-COUNT(YEAR-SUBSCRIPT).          00006234
           IF TO-ORDINAL > ZERO                                         00006240
               MOVE TO-ORDINAL TO FH-TO-ORDINAL(FROM-HISTORY-SUBSCRIPT) 00006246
               MOVE "Y"                                                 00006252
                   TO FH-MATCHED-SWITCH(FROM-HISTORY-SUBSCRIPT).        00006258
                                                                        00006280
       180-FIND-HISTORY-YEAR.                                           00006290
                                                                        00006300
           MOVE "N" TO YEAR-FOUND-SWITCH.                               00006310
           PERFORM VARYING YEAR-SUBSCRIPT FROM 1 BY 1                   00006320
               UNTIL YEAR-SUBSCRIPT > HISTORY-YEAR-COUNT                00006330
                  OR YEAR-FOUND-SWITCH = "Y"                            00006340
               IF HY-YEAR(YEAR-SUBSCRIPT) = LOOKUP-YEAR                 00006350
                   MOVE "Y" TO YEAR-FOUND-SWITCH                        00006360
               END-IF                                                   00006370
           END-PERFORM.                                                 00006380
           IF YEAR-FOUND-SWITCH = "Y"                                   00006390
               SUBTRACT 1 FROM YEAR-SUBSCRIPT.                          00006400
                                                                        00006410
       200-MERGE-CUSTOMER-MASTER.                                       00006420
                                                                        00006430
           OPEN INPUT  CUSTMAST                                         00006440
                OUTPUT NEWMAST.                                         00006450
           PERFORM 210-MERGE-MASTER-RECORDS                             00006460
               UNTIL CUSTMAST-EOF-SWITCH = "Y".                         00006470
           CLOSE CUSTMAST                                               00006480
                 NEWMAST.                                               00006490
                                                                        00006500
       210-MERGE-MASTER-RECORDS.                                        00006510
                                                                        00006520
           READ CUSTMAST                                                00006530
               AT END                                                   00006540
                   MOVE "Y" TO CUSTMAST-EOF-SWITCH                      00006550
               NOT AT END                                               00006560
                   PERFORM 220-MERGE-ONE-MASTER                         00006570
           END-READ.                                                    00006580
                                                                        00006590
       220-MERGE-ONE-MASTER.                                            00006600
                                                                        00006610
           IF CM-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER                  00006620
               AND CM-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER         00006630
               MOVE ZERO TO CM-SALES-THIS-YTD                           00006640
               MOVE ZERO TO CM-SALES-LAST-YTD                           00006650
               MOVE "C"  TO CM-CUSTOMER-STATUS                          00006660
           ELSE                                                         00006670
               IF CM-BRANCH-NUMBER = CC-TO-BRANCH-NUMBER                00006680
                   AND CM-CUSTOMER-NUMBER = CC-TO-CUSTOMER-NUMBER       00006690
                   MOVE MERGED-SALES-THIS-YTD TO CM-SALES-THIS-YTD      00006700
                   MOVE MERGED-SALES-LAST-YTD TO CM-SALES-LAST-YTD.     00006710
           MOVE CUSTOMER-MASTER-RECORD TO NEW-MASTER-RECORD.            00006720
           WRITE NEW-MASTER-RECORD.                                     00006730
                                                                        00006740
       300-MERGE-SALES-HISTORY.                                         00006750
                                                                        00006760
           MOVE ZERO TO FROM-HISTORY-SUBSCRIPT.                         00006770
           OPEN INPUT  SALESHST                                         00006780
                OUTPUT NEWHST.                                          00006790
           PERFORM 310-MERGE-HISTORY-RECORDS                            00006800
               UNTIL SALESHST-EOF-SWITCH = "Y".                         00006810
           CLOSE SALESHST                                               00006820
                 NEWHST.                                                00006830
                                                                        00006840
       310-MERGE-HISTORY-RECORDS.                                       00006850
                                                                        00006860
           READ SALESHST                                                00006870
               AT END                                                   00006880
                   MOVE "Y" TO SALESHST-EOF-SWITCH                      00006890
               NOT AT END                                               00006900
                   IF SH-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER          00006910
                       AND SH-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER 00006920
                       PERFORM 320-MOVE-FROM-HISTORY                    00006930
                   ELSE                                                 00006940
                       IF SH-BRANCH-NUMBER = CC-TO-BRANCH-NUMBER        00006950
                           AND SH-CUSTOMER-NUMBER =                     00006960
                               CC-TO-CUSTOMER-NUMBER                    00006970
                           PERFORM 330-COMBINE-TO-HISTORY               00006980
                       ELSE                                             00006990
                           MOVE SALES-HISTORY-RECORD                    00007000
                               TO NEW-HISTORY-RECORD                    00007010
                           WRITE NEW-HISTORY-RECORD                     00007020
                       END-IF                                           00007030
                   END-IF                                               00007040
           END-READ.                                                    00007050
                                                                        00007060
       320-MOVE-FROM-HISTORY.                                           00007070
                                                                        00007080
           ADD 1 TO FROM-HISTORY-SUBSCRIPT.                             00007090
           ADD 1 TO HIST-FROM-COUNT.                                    00007100
           ADD SH-SALES-AMOUNT TO HIST-FROM-AMOUNT.                     00007110
           IF FH-MATCHED-SWITCH(FROM-HISTORY-SUBSCRIPT) = "N"           00007120
               MOVE TM-BRANCH-NUMBER   TO SH-BRANCH-NUMBER              00007130
               MOVE TM-SALESREP-NUMBER TO SH-SALESREP-NUMBER            00007140
               MOVE TM-CUSTOMER-NUMBER TO SH-CUSTOMER-NUMBER            00007150
               MOVE TM-CUSTOMER-NAME   TO SH-CUSTOMER-NAME              00007160
               ADD 1 TO HIST-REKEYED-COUNT                              00007170
               ADD SH-SALES-AMOUNT TO HIST-REKEYED-AMOUNT               00007180
               ADD 1 TO HIST-TO-AFTER-COUNT                             00007190
               ADD SH-SALES-AMOUNT TO HIST-TO-AFTER-AMOUNT              00007200
               MOVE SALES-HISTORY-RECORD TO NEW-HISTORY-RECORD          00007210
               WRITE NEW-HISTORY-RECORD.                                00007220
                                                                        00007230
       330-COMBINE-TO-HISTORY.                                          00007240
                                                                        00007250
           ADD 1 TO HIST-TO-BEFORE-COUNT.                               00007260
           ADD SH-SALES-AMOUNT TO HIST-TO-BEFORE-AMOUNT.                00007270
           MOVE SH-YEAR TO LOOKUP-YEAR.                                 00007278
           PERFORM 180-FIND-HISTORY-YEAR.                               00007286
           ADD 1 TO HY-TO-SEEN-COUNT(YEAR-SUBSCRIPT).                   00007294
           MOVE "N" TO MATCH-FOUND-SWITCH.                              00007302
           PERFORM VARYING MATCH-SUBSCRIPT FROM 1 BY 1                  00007310
               UNTIL MATCH-SUBSCRIPT > FROM-HISTORY-COUNT               00007318
                  OR MATCH-FOUND-SWITCH = "Y"                           00007326
               IF FH-YEAR(MATCH-SUBSCRIPT) = SH-YEAR                    00007334
                  AND FH-TO-ORDINAL(MATCH-SUBSCRIPT) =                  00007342
                          HY-TO-SEEN-COUNT(YEAR-SUBSCRIPT)              00007350
                   MOVE "Y" TO MATCH-FOUND-SWITCH                       00007358
               END-IF                                                   00007366
           END-PERFORM.                                                 00007374
           IF MATCH-FOUND-SWITCH = "Y"                                  00007382
               SUBTRACT 1 FROM MATCH-SUBSCRIPT                          00007390
               ADD 1 TO HIST-COMBINED-COUNT                             00007410
               ADD FH-SALES-AMOUNT(MATCH-SUBSCRIPT)                     00007420
                   TO HIST-COMBINED-AMOUNT                              00007430
               ADD FH-SALES-AMOUNT(MATCH-SUBSCRIPT) TO SH-SALES-AMOUNT  00007440
                   ON SIZE ERROR                                        00007450
                       MOVE "Y" TO MERGE-OVERFLOW-SWITCH                00007460
               END-ADD                                                  00007470
           END-IF.                                                      00007480
           ADD 1 TO HIST-TO-AFTER-COUNT.                                00007490
           ADD SH-SALES-AMOUNT TO HIST-TO-AFTER-AMOUNT.                 00007500
           MOVE SALES-HISTORY-RECORD TO NEW-HISTORY-RECORD.             00007510
           WRITE NEW-HISTORY-RECORD.                                    00007520
                                                                        00007530
       350-MERGE-MONTHLY-SALES.                                         00007540
                                                                        00007550
           OPEN INPUT  SALESMON                                         00007560
                OUTPUT NEWMON.                                          00007570
           PERFORM 360-MERGE-MONTHLY-RECORDS                            00007580
               UNTIL SALESMON-EOF-SWITCH = "Y".                         00007590
           IF FROM-MONTHLY-SWITCH = "Y"                                 00007600
               ADD 1 TO MONTH-MOVED-COUNT                               00007610
               IF TO-MONTHLY-SWITCH = "Y"                               00007620
                   PERFORM 370-COMBINE-MONTH-BUCKETS                    00007630
               ELSE                                                     00007640
                   MOVE FROM-MONTHLY-RECORD TO TO-MONTHLY-RECORD        00007650
                   MOVE "Y" TO TO-MONTHLY-SWITCH                        00007660
               END-IF                                                   00007670
           END-IF.                                                      00007680
           IF TO-MONTHLY-SWITCH = "Y"                                   00007690
               MOVE TM-BRANCH-NUMBER   TO TW-BRANCH-NUMBER              00007700
               MOVE TM-SALESREP-NUMBER TO TW-SALESREP-NUMBER            00007710
               MOVE TM-CUSTOMER-NUMBER TO TW-CUSTOMER-NUMBER            00007720
               MOVE TO-MONTHLY-RECORD TO NEW-MONTHLY-SALES-RECORD       00007730
               WRITE NEW-MONTHLY-SALES-RECORD                           00007740
           END-IF.                                                      00007750
           CLOSE SALESMON                                               00007760
                 NEWMON.                                                00007770
                                                                        00007780
       360-MERGE-MONTHLY-RECORDS.                                       00007790
                                                                        00007800
           READ SALESMON                                                00007810
               AT END                                                   00007820
                   MOVE "Y" TO SALESMON-EOF-SWITCH                      00007830
               NOT AT END                                               00007840
                   IF MS-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER          00007850
                       AND MS-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER 00007860
                       MOVE MONTHLY-SALES-RECORD TO FROM-MONTHLY-RECORD 00007870
                       MOVE "Y" TO FROM-MONTHLY-SWITCH                  00007880
                   ELSE                                                 00007890
                       IF MS-BRANCH-NUMBER = CC-TO-BRANCH-NUMBER        00007900
                           AND MS-CUSTOMER-NUMBER =                     00007910
                               CC-TO-CUSTOMER-NUMBER                    00007920
                           MOVE MONTHLY-SALES-RECORD                    00007930
                               TO TO-MONTHLY-RECORD                     00007940
                           MOVE "Y" TO TO-MONTHLY-SWITCH                00007950
                       ELSE                                             00007960
                           MOVE MONTHLY-SALES-RECORD                    00007970
                               TO NEW-MONTHLY-SALES-RECORD              00007980
                           WRITE NEW-MONTHLY-SALES-RECORD               00007990
                       END-IF                                           00008000
                   END-IF                                               00008010
           END-READ.                                                    00008020
                                                                        00008030
      * BRING THE OLDER BUCKET SET UP TO THE NEWER FISCAL YEAR THE WAY  00008040
      * RPT2260 ROLLS IT, THEN ADD THE TWO SETS MONTH BY MONTH.         00008050
       370-COMBINE-MONTH-BUCKETS.                                       00008060
                                                                        00008070
           IF FW-FISCAL-YEAR < TW-FISCAL-YEAR                           00008080
               IF FW-FISCAL-YEAR = TW-FISCAL-YEAR - 1                   00008090
                   MOVE FW-THIS-YEAR-SALES TO FW-LAST-YEAR-SALES        00008100
               ELSE                                                     00008110
                   INITIALIZE FW-LAST-YEAR-SALES                        00008120
               END-IF                                                   00008130
               INITIALIZE FW-THIS-YEAR-SALES                            00008140
               MOVE TW-FISCAL-YEAR TO FW-FISCAL-YEAR                    00008150
           END-IF.                                                      00008160
           IF TW-FISCAL-YEAR < FW-FISCAL-YEAR                           00008170
               IF TW-FISCAL-YEAR = FW-FISCAL-YEAR - 1                   00008180
                   MOVE TW-THIS-YEAR-SALES TO TW-LAST-YEAR-SALES        00008190
               ELSE                                                     00008200
                   INITIALIZE TW-LAST-YEAR-SALES                        00008210
               END-IF                                                   00008220
               INITIALIZE TW-THIS-YEAR-SALES                            00008230
               MOVE FW-FISCAL-YEAR TO TW-FISCAL-YEAR                    00008240
           END-IF.                                                      00008250
           PERFORM 380-ADD-ONE-MONTH                                    00008260
               VARYING MONTH-SUBSCRIPT FROM 1 BY 1                      00008270
               UNTIL MONTH-SUBSCRIPT > 12.                              00008280
           IF FW-LAST-POSTED-DATE > TW-LAST-POSTED-DATE                 00008290
               MOVE FW-LAST-POSTED-DATE TO TW-LAST-POSTED-DATE.         00008300
                                                                        00008310
       380-ADD-ONE-MONTH.                                               00008320
                                                                        00008330
           ADD FW-THIS-MONTH-SALES(MONTH-SUBSCRIPT)                     00008340
               TO TW-THIS-MONTH-SALES(MONTH-SUBSCRIPT)                  00008350
               ON SIZE ERROR                                            00008360
                   MOVE "Y" TO MERGE-OVERFLOW-SWITCH                    00008370
           END-ADD.                                                     00008380
           ADD FW-LAST-MONTH-SALES(MONTH-SUBSCRIPT)                     00008390
               TO TW-LAST-MONTH-SALES(MONTH-SUBSCRIPT)                  00008400
               ON SIZE ERROR                                            00008410
                   MOVE "Y" TO MERGE-OVERFLOW-SWITCH                    00008420
           END-ADD.                                                     00008430
                                                                        00008440
       400-MOVE-SUSPENSE-ITEMS.                                         00008450
                                                                        00008460
           OPEN INPUT  SUSPENSE                                         00008470
                OUTPUT NEWSUSP.                                         00008480
           PERFORM 410-MOVE-SUSPENSE-RECORDS                            00008490
               UNTIL SUSPENSE-EOF-SWITCH = "Y".                         00008500
           CLOSE SUSPENSE                                               00008510
                 NEWSUSP.                                               00008520
                                                                        00008530
       410-MOVE-SUSPENSE-RECORDS.                                       00008540
                                                                        00008550
           READ SUSPENSE                                                00008560
               AT END                                                   00008570
                   MOVE "Y" TO SUSPENSE-EOF-SWITCH                      00008580
               NOT AT END                                               00008590
                   IF SU-ITEM-OPEN                                      00008600
                       AND SU-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER     00008610
                       AND SU-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER 00008620
                       PERFORM 420-MOVE-ONE-SUSPENSE-ITEM               00008630
                   END-IF                                               00008640
                   MOVE SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD          00008650
                   WRITE NEW-SUSPENSE-RECORD                            00008660
           END-READ.                                                    00008670
                                                                        00008680
       420-MOVE-ONE-SUSPENSE-ITEM.                                      00008690
                                                                        00008700
           MOVE TM-BRANCH-NUMBER   TO SU-BRANCH-NUMBER.                 00008710
           MOVE TM-SALESREP-NUMBER TO SU-SALESREP-NUMBER.               00008720
           MOVE TM-CUSTOMER-NUMBER TO SU-CUSTOMER-NUMBER.               00008730
           COMPUTE SU-LAST-ACTION-DATE =                                00008740
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00008750
           MOVE "BTCH" TO SU-LAST-ACTION-TERMINAL.                      00008760
           ADD 1 TO SUSP-MOVED-COUNT.                                   00008770
           IF SU-INVOICE-AMOUNT NUMERIC                                 00008780
               ADD SU-INVOICE-AMOUNT TO SUSP-MOVED-AMOUNT.              00008790
                                                                        00008800
       450-MOVE-REGISTER-ENTRIES.                                       00008810
                                                                        00008820
           OPEN INPUT  INVREG                                           00008830
                OUTPUT NEWINVR.                                         00008840
           PERFORM 460-MOVE-REGISTER-RECORDS                            00008850
               UNTIL INVREG-EOF-SWITCH = "Y".                           00008860
           CLOSE INVREG                                                 00008870
                 NEWINVR.                                               00008880
                                                                        00008890
       460-MOVE-REGISTER-RECORDS.                                       00008900
                                                                        00008910
           READ INVREG                                                  00008920
               AT END                                                   00008930
                   MOVE "Y" TO INVREG-EOF-SWITCH                        00008940
               NOT AT END                                               00008950
                   IF IR-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER          00008960
                       AND IR-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER 00008970
                       MOVE TM-BRANCH-NUMBER   TO IR-BRANCH-NUMBER      00008980
                       MOVE TM-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER    00008990
                       ADD 1 TO INVR-MOVED-COUNT                        00009000
                       ADD IR-INVOICE-AMOUNT TO INVR-MOVED-AMOUNT       00009010
                   END-IF                                               00009020
                   MOVE INVOICE-REGISTER-RECORD TO NEW-REGISTER-RECORD  00009030
                   WRITE NEW-REGISTER-RECORD                            00009040
           END-READ.                                                    00009050
                                                                        00009060
       500-MOVE-OPEN-ITEMS.                                             00009070
                                                                        00009080
           OPEN INPUT  AROPEN                                           00009090
                OUTPUT ARWRK.                                           00009100
           PERFORM 510-MOVE-OPEN-ITEM-RECORDS                           00009110
               UNTIL AROPEN-EOF-SWITCH = "Y".                           00009120
           CLOSE AROPEN                                                 00009130
                 ARWRK.                                                 00009140
           SORT SORTWK01                                                00009150
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00009160
                                SW-CUSTOMER-NUMBER                      00009170
                                SW-INVOICE-NUMBER                       00009180
               USING ARWRK                                              00009190
               GIVING NEWAROP.                                          00009200
                                                                        00009210
       510-MOVE-OPEN-ITEM-RECORDS.                                      00009220
                                                                        00009230
           READ AROPEN                                                  00009240
               AT END                                                   00009250
                   MOVE "Y" TO AROPEN-EOF-SWITCH                        00009260
               NOT AT END                                               00009270
                   IF OI-BRANCH-NUMBER = CC-FROM-BRANCH-NUMBER          00009280
                       AND OI-CUSTOMER-NUMBER = CC-FROM-CUSTOMER-NUMBER 00009290
                       MOVE TM-BRANCH-NUMBER   TO OI-BRANCH-NUMBER      00009300
                       MOVE TM-CUSTOMER-NUMBER TO OI-CUSTOMER-NUMBER    00009310
                       MOVE TM-SALESREP-NUMBER TO OI-SALESREP-NUMBER    00009320
                       ADD 1 TO AROP-MOVED-COUNT                        00009330
                       ADD OI-OPEN-AMOUNT TO AROP-MOVED-AMOUNT          00009340
                   END-IF                                               00009350
                   MOVE OPEN-ITEM-RECORD TO OPEN-ITEM-WORK-RECORD       00009360
                   WRITE OPEN-ITEM-WORK-RECORD                          00009370
           END-READ.                                                    00009380
                                                                        00009390
       600-PRINT-REPORT-HEADING.                                        00009400
                                                                        00009410
           MOVE CD-MONTH   TO HL1-MONTH.                                00009420
           MOVE CD-DAY     TO HL1-DAY.                                  00009430
           MOVE CD-YEAR    TO HL1-YEAR.                                 00009440
           MOVE CC-FROM-BRANCH-NUMBER   TO HL2-FROM-BRANCH.             00009450
           MOVE CC-FROM-CUSTOMER-NUMBER TO HL2-FROM-CUSTOMER.           00009460
           MOVE CC-TO-BRANCH-NUMBER     TO HL2-TO-BRANCH.               00009470
           MOVE CC-TO-CUSTOMER-NUMBER   TO HL2-TO-CUSTOMER.             00009480
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00009490
           WRITE PRINT-AREA.                                            00009500
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00009510
           WRITE PRINT-AREA.                                            00009520
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00009530
           WRITE PRINT-AREA.                                            00009540
                                                                        00009550
       610-PRINT-MERGE-IMAGES.                                          00009560
                                                                        00009570
           MOVE SPACES TO PRINT-AREA.                                   00009580
           WRITE PRINT-AREA.                                            00009590
           MOVE IMAGE-HEADING-LINE TO PRINT-AREA.                       00009600
           WRITE PRINT-AREA.                                            00009610
           MOVE "FROM ACCOUNT BEFORE" TO MI-LABEL.                      00009620
           MOVE FM-BRANCH-NUMBER   TO MI-BRANCH-NUMBER.                 00009630
           MOVE FM-CUSTOMER-NUMBER TO MI-CUSTOMER-NUMBER.               00009640
           MOVE FM-SALESREP-NUMBER TO MI-SALESREP-NUMBER.               00009650
           MOVE FM-CUSTOMER-NAME   TO MI-CUSTOMER-NAME.                 00009660
           MOVE FM-SALES-THIS-YTD  TO MI-SALES-THIS-YTD.                00009670
           MOVE FM-SALES-LAST-YTD  TO MI-SALES-LAST-YTD.                00009680
           MOVE FM-CUSTOMER-STATUS TO MI-CUSTOMER-STATUS.               00009690
           PERFORM 620-PRINT-ONE-IMAGE-LINE.                            00009700
           MOVE "FROM ACCOUNT AFTER"  TO MI-LABEL.                      00009710
           MOVE ZERO TO MI-SALES-THIS-YTD.                              00009720
           MOVE ZERO TO MI-SALES-LAST-YTD.                              00009730
           MOVE "C"  TO MI-CUSTOMER-STATUS.                             00009740
           PERFORM 620-PRINT-ONE-IMAGE-LINE.                            00009750
           MOVE "TO ACCOUNT BEFORE"   TO MI-LABEL.                      00009760
           MOVE TM-BRANCH-NUMBER   TO MI-BRANCH-NUMBER.                 00009770
           MOVE TM-CUSTOMER-NUMBER TO MI-CUSTOMER-NUMBER.               00009780
           MOVE TM-SALESREP-NUMBER TO MI-SALESREP-NUMBER.               00009790
           MOVE TM-CUSTOMER-NAME   TO MI-CUSTOMER-NAME.                 00009800
           MOVE TM-SALES-THIS-YTD  TO MI-SALES-THIS-YTD.                00009810
           MOVE TM-SALES-LAST-YTD  TO MI-SALES-LAST-YTD.                00009820
           MOVE TM-CUSTOMER-STATUS TO MI-CUSTOMER-STATUS.               00009830
           PERFORM 620-PRINT-ONE-IMAGE-LINE.                            00009840
           MOVE "TO ACCOUNT AFTER"    TO MI-LABEL.                      00009850
           MOVE MERGED-SALES-THIS-YTD TO MI-SALES-THIS-YTD.             00009860
           MOVE MERGED-SALES-LAST-YTD TO MI-SALES-LAST-YTD.             00009870
           PERFORM 620-PRINT-ONE-IMAGE-LINE.                            00009880
                                                                        00009890
       620-PRINT-ONE-IMAGE-LINE.                                        00009900
                                                                        00009910
           MOVE MERGE-IMAGE-LINE TO PRINT-AREA.                         00009920
           WRITE PRINT-AREA.                                            00009930
                                                                        00009940
       650-PRINT-MERGE-TOTALS.                                          00009950
                                                                        00009960
           MOVE SPACES TO PRINT-AREA.                                   00009970
           WRITE PRINT-AREA.                                            00009980
           MOVE "CUSTMAST THIS YTD MOVED:            " TO MT-LABEL.     00009990
           MOVE 1 TO MT-COUNT.                                          00010000
           MOVE FM-SALES-THIS-YTD TO MT-AMOUNT.                         00010010
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010020
           MOVE "CUSTMAST LAST YTD MOVED:            " TO MT-LABEL.     00010030
           MOVE 1 TO MT-COUNT.                                          00010040
           MOVE FM-SALES-LAST-YTD TO MT-AMOUNT.                         00010050
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010060
           MOVE "SALESHST TO RECORDS BEFORE:         " TO MT-LABEL.     00010070
           MOVE HIST-TO-BEFORE-COUNT TO MT-COUNT.                       00010080
           MOVE HIST-TO-BEFORE-AMOUNT TO MT-AMOUNT.                     00010090
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010100
           MOVE "SALESHST FROM RECORDS MOVED:        " TO MT-LABEL.     00010110
           MOVE HIST-FROM-COUNT TO MT-COUNT.                            00010120
           MOVE HIST-FROM-AMOUNT TO MT-AMOUNT.                          00010130
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010140
           MOVE "  COMBINED WITH A TO RECORD:        " TO MT-LABEL.     00010150
           MOVE HIST-COMBINED-COUNT TO MT-COUNT.                        00010160
           MOVE HIST-COMBINED-AMOUNT TO MT-AMOUNT.                      00010170
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010180
           MOVE "  RE-KEYED TO THE TO CUSTOMER:      " TO MT-LABEL.     00010190
           MOVE HIST-REKEYED-COUNT TO MT-COUNT.                         00010200
           MOVE HIST-REKEYED-AMOUNT TO MT-AMOUNT.                       00010210
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010220
           MOVE "SALESHST TO RECORDS AFTER:          " TO MT-LABEL.     00010230
           MOVE HIST-TO-AFTER-COUNT TO MT-COUNT.                        00010240
           MOVE HIST-TO-AFTER-AMOUNT TO MT-AMOUNT.                      00010250
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010260
           MOVE "SALESMON RECORDS MERGED:            " TO MT-LABEL.     00010270
           MOVE MONTH-MOVED-COUNT TO MT-COUNT.                          00010280
           MOVE ZERO TO MT-AMOUNT.                                      00010290
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010300
           MOVE "SUSPENSE OPEN ITEMS MOVED:          " TO MT-LABEL.     00010310
           MOVE SUSP-MOVED-COUNT TO MT-COUNT.                           00010320
           MOVE SUSP-MOVED-AMOUNT TO MT-AMOUNT.                         00010330
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010340
           MOVE "INVOICE REGISTER ENTRIES MOVED:     " TO MT-LABEL.     00010350
           MOVE INVR-MOVED-COUNT TO MT-COUNT.                           00010360
           MOVE INVR-MOVED-AMOUNT TO MT-AMOUNT.                         00010370
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010380
           MOVE "AR OPEN ITEMS MOVED:                " TO MT-LABEL.     00010390
           MOVE AROP-MOVED-COUNT TO MT-COUNT.                           00010400
           MOVE AROP-MOVED-AMOUNT TO MT-AMOUNT.                         00010410
           PERFORM 660-PRINT-ONE-TOTAL-LINE.                            00010420
                                                                        00010430
       660-PRINT-ONE-TOTAL-LINE.                                        00010440
                                                                        00010450
           MOVE MERGE-TOTAL-LINE TO PRINT-AREA.                         00010460
           WRITE PRINT-AREA.                                            00010470
                                                                        00010480
       700-WRITE-MERGE-AUDIT.                                           00010490
                                                                        00010500
           MOVE SPACES TO CUSTOMER-AUDIT-RECORD.                        00010510
           COMPUTE CA-AUDIT-DATE =                                      00010520
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00010530
           COMPUTE CA-AUDIT-TIME =                                      00010540
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.    00010550
           MOVE "BTCH"                   TO CA-TERMINAL-ID.             00010560
           MOVE "M"                      TO CA-ACTION-CODE.             00010570
           MOVE "RPT2310"                TO CA-USER-ID.                 00010580
           MOVE FM-BRANCH-NUMBER        TO CA-BRANCH-NUMBER.            00010590
           MOVE FM-CUSTOMER-NUMBER      TO CA-CUSTOMER-NUMBER.          00010600
           MOVE FM-CUSTOMER-NAME        TO CA-BEFORE-CUSTOMER-NAME.     00010610
           MOVE FM-SALES-THIS-YTD       TO CA-BEFORE-SALES-THIS-YTD.    00010620
           MOVE FM-SALES-LAST-YTD       TO CA-BEFORE-SALES-LAST-YTD.    00010630
           MOVE FM-CUSTOMER-STATUS      TO CA-BEFORE-CUSTOMER-STATUS.   00010640
           MOVE FM-CUSTOMER-NAME        TO CA-AFTER-CUSTOMER-NAME.      00010650
           MOVE ZERO                    TO CA-AFTER-SALES-THIS-YTD.     00010660
           MOVE ZERO                    TO CA-AFTER-SALES-LAST-YTD.     00010670
           MOVE "C"                      TO CA-AFTER-CUSTOMER-STATUS.   00010680
           MOVE TM-BRANCH-NUMBER        TO CA-MERGE-BRANCH-NUMBER.      00010690
           MOVE TM-CUSTOMER-NUMBER      TO CA-MERGE-CUSTOMER-NUMBER.    00010700
           WRITE CUSTOMER-AUDIT-RECORD.                                 00010710
           MOVE TM-BRANCH-NUMBER        TO CA-BRANCH-NUMBER.            00010720
           MOVE TM-CUSTOMER-NUMBER      TO CA-CUSTOMER-NUMBER.          00010730
           MOVE TM-CUSTOMER-NAME        TO CA-BEFORE-CUSTOMER-NAME.     00010740
           MOVE TM-SALES-THIS-YTD       TO CA-BEFORE-SALES-THIS-YTD.    00010750
           MOVE TM-SALES-LAST-YTD       TO CA-BEFORE-SALES-LAST-YTD.    00010760
           MOVE TM-CUSTOMER-STATUS      TO CA-BEFORE-CUSTOMER-STATUS.   00010770
           MOVE TM-CUSTOMER-NAME        TO CA-AFTER-CUSTOMER-NAME.      00010780
           MOVE MERGED-SALES-THIS-YTD   TO CA-AFTER-SALES-THIS-YTD.     00010790
           MOVE MERGED-SALES-LAST-YTD   TO CA-AFTER-SALES-LAST-YTD.     00010800
           MOVE TM-CUSTOMER-STATUS      TO CA-AFTER-CUSTOMER-STATUS.    00010810
           MOVE FM-BRANCH-NUMBER        TO CA-MERGE-BRANCH-NUMBER.      00010820
           MOVE FM-CUSTOMER-NUMBER      TO CA-MERGE-CUSTOMER-NUMBER.    00010830
           WRITE CUSTOMER-AUDIT-RECORD.                                 00010840
