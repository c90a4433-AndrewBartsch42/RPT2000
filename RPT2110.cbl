           SELECT SORTWK01 ASSIGN TO SORTWK01.                          00000140
           SELECT POSTRPT ASSIGN TO POSTRPT.                            00000150
           SELECT PSTCTL ASSIGN TO PSTCTL.                              00000152
           SELECT OLDSUSP ASSIGN TO OLDSUSP.                            00000153
           SELECT NEWSUSP ASSIGN TO NEWSUSP.                            00000154
           SELECT RECYCLE ASSIGN TO RECYCLE.                            00000155
           SELECT INVSRT ASSIGN TO INVSRT.                              00000156
           SELECT TRNCHK ASSIGN TO TRNCHK.                              00000157
           SELECT OLDINVR ASSIGN TO OLDINVR.                            00000158
           SELECT POSTINV ASSIGN TO POSTINV.                            00000159
           SELECT NEWINVR ASSIGN TO NEWINVR.                            00000160
           SELECT ADJTRN ASSIGN TO ADJTRN.                              00000161
           SELECT ADJWRK ASSIGN TO ADJWRK.                              00000162
                                                                        00000160
       DATA DIVISION.                                                   00000170
                                                                        00000180
           05  SW-INVOICE-AMOUNT       PIC S9(7)V99.                    00000600
           05  SW-BRANCH-NUMBER        PIC 9(2).                        00000610
           05  SW-SALESREP-NUMBER      PIC 9(2).                        00000620
           05  SW-RECORD-SOURCE        PIC X(1).                        00000621
           05  SW-FIRST-REJECT-DATE    PIC 9(8).                        00000622
           05  SW-REGISTER-CHECK       PIC X(1).                        00000623
           05  SW-TRANSACTION-TYPE     PIC X(1).                        00000624
           05  SW-ADJ-REASON-CODE      PIC X(2).                        00000625
           05  SW-ADJ-YTD-FIELD        PIC X(1).                        00000626
           05  FILLER                  PIC X(32).                       00000627
       01  SORT-REGISTER-RECORD.                                        00000625
           05  SR-INVOICE-NUMBER       PIC X(8).                        00000626
           05  FILLER                  PIC X(72).                       00000627
                                                                        00000640
       FD  TRNSRT                                                       00000650
           RECORDING MODE IS F                                          00000660
           05  ST-INVOICE-AMOUNT       PIC S9(7)V99.                    00000740
           05  ST-BRANCH-NUMBER        PIC 9(2).                        00000750
           05  ST-SALESREP-NUMBER      PIC 9(2).                        00000760
           05  ST-RECORD-SOURCE        PIC X(1).                        00000761
               88  ST-FROM-SUSPENSE        VALUE "S".                   00000762
           05  ST-FIRST-REJECT-DATE    PIC 9(8).                        00000763
           05  ST-REGISTER-CHECK       PIC X(1).                        00000764
               88  ST-ALREADY-POSTED       VALUE "P".                   00000765
               88  ST-DUPLICATE-IN-BATCH   VALUE "B".                   00000766
               88  ST-INVOICE-MISSING      VALUE "M".                   00000767
           05  ST-TRANSACTION-TYPE     PIC X(1).                        00000768
               88  ST-ADJUSTMENT           VALUE "A".                   00000769
           05  ST-ADJ-REASON-CODE      PIC X(2).                        00000770
           05  ST-ADJ-YTD-FIELD        PIC X(1).                        00000771
               88  ST-ADJ-THIS-YTD         VALUE "T" " ".               00000772
               88  ST-ADJ-LAST-YTD         VALUE "L".                   00000773
           05  FILLER                  PIC X(32).                       00000774
                                                                        00000780
       FD  POSTRPT                                                      00000790
           RECORDING MODE IS F                                          00000800
           05  PC-LAST-TRANS-COUNT     PIC 9(7).                        00000874
           05  PC-LAST-TRANS-AMOUNT    PIC S9(11)V99.                   00000876
           05  FILLER                  PIC X(52).                       00000878
                                                                        00000879
       FD  OLDSUSP                                                      00000880
           RECORDING MODE IS F                                          00000881
           LABEL RECORDS ARE STANDARD                                   00000882
           RECORD CONTAINS 160 CHARACTERS                               00000883
           BLOCK CONTAINS 160 CHARACTERS.                               00000884
       01  SUSPENSE-RECORD.                                             00000885
           05  SU-SUSPENSE-KEY.                                         00000886
               10  SU-KEY-DATE         PIC 9(8).                        00000887
               10  SU-KEY-SEQUENCE     PIC 9(5).                        00000888
           05  SU-TRANSACTION-IMAGE.                                    00000889
               10  SU-CUSTOMER-NUMBER  PIC 9(5).                        00000890
               10  SU-INVOICE-NUMBER   PIC X(8).                        00000891
               10  SU-INVOICE-DATE     PIC 9(8).                        00000892
               10  SU-INVOICE-AMOUNT   PIC S9(7)V99.                    00000893
               10  SU-BRANCH-NUMBER    PIC 9(2).                        00000894
               10  SU-SALESREP-NUMBER  PIC 9(2).                        00000895
               10  FILLER              PIC X(46).                       00000896
           05  SU-REJECT-REASON        PIC X(30).                       00000897
           05  SU-FIRST-REJECT-DATE    PIC 9(8).                        00000898
           05  SU-LAST-REJECT-DATE     PIC 9(8).                        00000899
           05  SU-ITEM-STATUS          PIC X(1).                        00000900
               88  SU-ITEM-OPEN            VALUE "O".                   00000901
               88  SU-ITEM-CORRECTED       VALUE "C".                   00000902
               88  SU-ITEM-DELETED         VALUE "D".                   00000903
           05  SU-LAST-ACTION-DATE     PIC 9(8).                        00000904
           05  SU-LAST-ACTION-TERMINAL PIC X(4).                        00000905
           05  FILLER                  PIC X(8).                        00000906
                                                                        00000907
       FD  NEWSUSP                                                      00000908
           RECORDING MODE IS F                                          00000909
           LABEL RECORDS ARE STANDARD                                   00000910
           RECORD CONTAINS 160 CHARACTERS                               00000911
           BLOCK CONTAINS 160 CHARACTERS.                               00000912
       01  NEW-SUSPENSE-RECORD.                                         00000913
           05  NS-SUSPENSE-KEY.                                         00000914
               10  NS-KEY-DATE         PIC 9(8).                        00000915
               10  NS-KEY-SEQUENCE     PIC 9(5).                        00000916
           05  NS-TRANSACTION-IMAGE    PIC X(80).                       00000917
           05  NS-REJECT-REASON        PIC X(30).                       00000918
           05  NS-FIRST-REJECT-DATE    PIC 9(8).                        00000919
           05  NS-LAST-REJECT-DATE     PIC 9(8).                        00000920
           05  NS-ITEM-STATUS          PIC X(1).                        00000921
           05  NS-LAST-ACTION-DATE     PIC 9(8).                        00000922
           05  NS-LAST-ACTION-TERMINAL PIC X(4).                        00000923
           05  FILLER                  PIC X(8).                        00000924
                                                                        00000925
       FD  RECYCLE                                                      00000926
           RECORDING MODE IS F                                          00000927
           LABEL RECORDS ARE STANDARD                                   00000928
           RECORD CONTAINS 80 CHARACTERS                                00000929
           BLOCK CONTAINS 80 CHARACTERS.                                00000930
       01  RECYCLE-RECORD.                                              00000931
           05  RY-TRANSACTION-DATA     PIC X(34).                       00000932
           05  RY-RECORD-SOURCE        PIC X(1).                        00000933
           05  RY-FIRST-REJECT-DATE    PIC 9(8).                        00000934
           05  FILLER                  PIC X(37).                       00000935
                                                                        00000936
       FD  INVSRT                                                       00000937
           RECORDING MODE IS F                                          00000938
           LABEL RECORDS ARE STANDARD                                   00000939
           RECORD CONTAINS 80 CHARACTERS                                00000940
           BLOCK CONTAINS 80 CHARACTERS.                                00000941
       01  INVOICE-SORTED-RECORD.                                       00000942
           05  IS-CUSTOMER-NUMBER      PIC 9(5).                        00000943
           05  IS-INVOICE-NUMBER       PIC X(8).                        00000944
           05  IS-INVOICE-DATE         PIC 9(8).                        00000945
           05  IS-INVOICE-AMOUNT       PIC S9(7)V99.                    00000946
           05  IS-BRANCH-NUMBER        PIC 9(2).                        00000947
           05  IS-SALESREP-NUMBER      PIC 9(2).                        00000948
           05  IS-RECORD-SOURCE        PIC X(1).                        00000949
           05  IS-FIRST-REJECT-DATE    PIC 9(8).                        00000950
           05  IS-REGISTER-CHECK       PIC X(1).                        00000951
           05  FILLER                  PIC X(36).                       00000952
                                                                        00000953
       FD  TRNCHK                                                       00000954
           RECORDING MODE IS F                                          00000955
           LABEL RECORDS ARE STANDARD                                   00000956
           RECORD CONTAINS 80 CHARACTERS                                00000957
           BLOCK CONTAINS 80 CHARACTERS.                                00000958
       01  TRNCHK-RECORD               PIC X(80).                       00000959
                                                                        00000960
       FD  OLDINVR                                                      00000961
           RECORDING MODE IS F                                          00000962
           LABEL RECORDS ARE STANDARD                                   00000963
           RECORD CONTAINS 80 CHARACTERS                                00000964
           BLOCK CONTAINS 80 CHARACTERS.                                00000965
       01  INVOICE-REGISTER-RECORD.                                     00000966
           05  IR-INVOICE-NUMBER       PIC X(8).                        00000967
           05  IR-BRANCH-NUMBER        PIC 9(2).                        00000968
           05  IR-CUSTOMER-NUMBER      PIC 9(5).                        00000969
           05  IR-SALESREP-NUMBER      PIC 9(2).                        00000970
           05  IR-INVOICE-DATE         PIC 9(8).                        00000971
           05  IR-INVOICE-AMOUNT       PIC S9(7)V99.                    00000972
           05  IR-POSTING-DATE         PIC 9(8).                        00000973
           05  IR-ENTRY-TYPE           PIC X(1).                        00000974
           05  IR-REASON-CODE          PIC X(2).                        00000975
           05  IR-YTD-FIELD            PIC X(1).                        00000976
           05  FILLER                  PIC X(34).                       00000977
                                                                        00000975
       FD  POSTINV                                                      00000976
           RECORDING MODE IS F                                          00000977
           LABEL RECORDS ARE STANDARD                                   00000978
           RECORD CONTAINS 80 CHARACTERS                                00000979
           BLOCK CONTAINS 80 CHARACTERS.                                00000980
       01  POSTED-INVOICE-RECORD.                                       00000981
           05  PI-INVOICE-NUMBER       PIC X(8).                        00000982
           05  PI-BRANCH-NUMBER        PIC 9(2).                        00000983
           05  PI-CUSTOMER-NUMBER      PIC 9(5).                        00000984
           05  PI-SALESREP-NUMBER      PIC 9(2).                        00000985
           05  PI-INVOICE-DATE         PIC 9(8).                        00000986
           05  PI-INVOICE-AMOUNT       PIC S9(7)V99.                    00000987
           05  PI-POSTING-DATE         PIC 9(8).                        00000988
           05  PI-ENTRY-TYPE           PIC X(1).                        00000989
           05  PI-REASON-CODE          PIC X(2).                        00000990
           05  PI-YTD-FIELD            PIC X(1).                        00000991
           05  FILLER                  PIC X(34).                       00000992
                                                                        00000990
       FD  NEWINVR                                                      00000991
           RECORDING MODE IS F                                          00000992
           LABEL RECORDS ARE STANDARD                                   00000993
           RECORD CONTAINS 80 CHARACTERS                                00000994
           BLOCK CONTAINS 80 CHARACTERS.                                00000995
       01  NEW-REGISTER-RECORD         PIC X(80).                       00000996
                                                                        00000997
       FD  ADJTRN                                                       00000998
           RECORDING MODE IS F                                          00000999
           LABEL RECORDS ARE STANDARD                                   00001000
           RECORD CONTAINS 80 CHARACTERS                                00001001
           BLOCK CONTAINS 80 CHARACTERS.                                00001002
       01  ADJUSTMENT-TRANSACTION.                                      00001003
           05  AJ-CUSTOMER-NUMBER      PIC 9(5).                        00001004
           05  AJ-ADJUSTMENT-NUMBER    PIC X(8).                        00001005
           05  AJ-ADJUSTMENT-DATE      PIC 9(8).                        00001006
           05  AJ-ADJUSTMENT-AMOUNT    PIC S9(7)V99.                    00001007
           05  AJ-BRANCH-NUMBER        PIC 9(2).                        00001008
           05  AJ-SALESREP-NUMBER      PIC 9(2).                        00001009
           05  AJ-REASON-CODE          PIC X(2).                        00001010
           05  AJ-YTD-FIELD            PIC X(1).                        00001011
           05  FILLER                  PIC X(43).                       00001012
                                                                        00001013
       FD  ADJWRK                                                       00001014
           RECORDING MODE IS F                                          00001015
           LABEL RECORDS ARE STANDARD                                   00001016
           RECORD CONTAINS 80 CHARACTERS                                00001017
           BLOCK CONTAINS 80 CHARACTERS.                                00001018
       01  ADJUSTMENT-WORK-RECORD.                                      00001019
           05  AW-TRANSACTION-DATA     PIC X(34).                       00001020
           05  FILLER                  PIC X(10).                       00001021
           05  AW-TRANSACTION-TYPE     PIC X(1).                        00001022
           05  AW-ADJ-REASON-CODE      PIC X(2).                        00001023
           05  AW-ADJ-YTD-FIELD        PIC X(1).                        00001024
           05  FILLER                  PIC X(32).                       00001025
                                                                        00000880
       WORKING-STORAGE SECTION.                                         00000882
                                                                        00000870
           05  MASTER-UPDATED-SWITCH   PIC X    VALUE "N".              00000910
           05  PSTCTL-EMPTY-SWITCH     PIC X    VALUE "N".              00000912
           05  TRNSRT-SCAN-EOF-SWITCH  PIC X    VALUE "N".              00000914
           05  OLDSUSP-EOF-SWITCH      PIC X    VALUE "N".              00000915
           05  INVSRT-EOF-SWITCH       PIC X    VALUE "N".              00000916
           05  OLDINVR-EOF-SWITCH      PIC X    VALUE "N".              00000917
           05  ADJTRN-EOF-SWITCH       PIC X    VALUE "N".              00000918
                                                                        00000920
       01  MATCH-KEY-FIELDS.                                            00000930
           05  MASTER-KEY.                                              00000940
           05  TRANS-REJECT-AMOUNT     PIC S9(11)V99 VALUE ZERO.        00001070
           05  MASTERS-READ-COUNT      PIC 9(7)     VALUE ZERO.         00001080
           05  MASTERS-UPDATED-COUNT   PIC 9(7)     VALUE ZERO.         00001090
           05  RECYCLED-COUNT          PIC 9(7)     VALUE ZERO.         00001091
           05  RECYCLED-AMOUNT         PIC S9(11)V99 VALUE ZERO.        00001092
           05  SUSPENSE-CARRIED-COUNT  PIC 9(7)     VALUE ZERO.         00001093
           05  SUSPENSE-CARRIED-AMOUNT PIC S9(11)V99 VALUE ZERO.        00001094
           05  SUSPENSE-DELETED-COUNT  PIC 9(7)     VALUE ZERO.         00001095
           05  SUSPENSE-DELETED-AMOUNT PIC S9(11)V99 VALUE ZERO.        00001096
           05  SUSPENSE-SEQUENCE       PIC 9(5)     VALUE ZERO.         00001097
           05  ALREADY-POSTED-COUNT    PIC 9(7)     VALUE ZERO.         00001098
           05  ALREADY-POSTED-AMOUNT   PIC S9(11)V99 VALUE ZERO.        00001099
           05  REGISTER-ADDED-COUNT    PIC 9(7)     VALUE ZERO.         00001100
           05  REGISTER-ADDED-AMOUNT   PIC S9(11)V99 VALUE ZERO.        00001101
           05  ADJ-IN-COUNT            PIC 9(7)     VALUE ZERO.         00001102
           05  ADJ-IN-AMOUNT           PIC S9(11)V99 VALUE ZERO.        00001103
           05  ADJ-POSTED-COUNT        PIC 9(7)     VALUE ZERO.         00001104
           05  ADJ-POSTED-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001105
           05  ADJ-REJECT-COUNT        PIC 9(7)     VALUE ZERO.         00001106
           05  ADJ-REJECT-AMOUNT       PIC S9(11)V99 VALUE ZERO.        00001107
           05  SUSPENSE-WRITTEN-COUNT  PIC 9(7)     VALUE ZERO.         00001108
           05  SUSPENSE-WRITTEN-AMOUNT PIC S9(11)V99 VALUE ZERO.        00001109
                                                                        00001110
       01  ADJUSTMENT-REASON-VALUES.                                    00001111
           05  FILLER              PIC X(16) VALUE "RTRETURN".          00001112
           05  FILLER              PIC X(16) VALUE "PEPRICING ERROR".   00001113
           05  FILLER              PIC X(16) VALUE "WOWRITE-OFF".       00001114
           05  FILLER              PIC X(16) VALUE "MAMISAPPLIED".      00001115
                                                                        00001116
       01  ADJUSTMENT-REASON-TABLE REDEFINES ADJUSTMENT-REASON-VALUES.  00001117
           05  ADJ-REASON-ENTRY OCCURS 4 TIMES.                         00001118
               10  ADJ-REASON-CODE     PIC X(2).                        00001119
               10  ADJ-REASON-NAME     PIC X(14).                       00001120
                                                                        00001121
       01  ADJUSTMENT-REASON-TOTALS.                                    00001122
           05  ADJ-REASON-TOTAL OCCURS 4 TIMES.                         00001123
               10  ADJ-REASON-COUNT    PIC 9(7).                        00001124
               10  ADJ-REASON-AMOUNT   PIC S9(11)V99.                   00001125
                                                                        00001126
       01  REASON-LOOKUP-FIELDS.                                        00001127
           05  REASON-SUBSCRIPT        PIC 9(2)     VALUE ZERO.         00001128
           05  REASON-FOUND-SWITCH     PIC X        VALUE "N".          00001129
                                                                        00001102
       01  REGISTER-CHECK-FIELDS.                                       00001103
           05  REGISTER-INVOICE-KEY    PIC X(8)     VALUE LOW-VALUES.   00001104
           05  PREV-INVOICE-NUMBER     PIC X(8)     VALUE LOW-VALUES.   00001105
                                                                        00001092
       01  POSTING-GUARD-FIELDS.                                        00001094
           05  GUARD-RUN-DATE          PIC 9(8)     VALUE ZERO.         00001096
                                                                        00001750
       000-POST-SALES-TRANSACTIONS.                                     00001760
                                                                        00001770
           PERFORM 040-EXTRACT-CORRECTED-SUSPENSE.                      00001771
           PERFORM 050-EXTRACT-ADJUSTMENTS.                             00001772
           SORT SORTWK01                                                00001772
               ON ASCENDING KEY SW-INVOICE-NUMBER                       00001773
               WITH DUPLICATES IN ORDER                                 00001774
               USING SALESTRN                                           00001775
                     RECYCLE                                            00001776
                     ADJWRK                                             00001777
               GIVING INVSRT.                                           00001777
           PERFORM 080-CHECK-INVOICE-REGISTER.                          00001778
           SORT SORTWK01                                                00001780
               ON ASCENDING KEY SW-BRANCH-NUMBER                        00001790
                                SW-CUSTOMER-NUMBER                      00001800
               USING TRNCHK                                             00001810
               GIVING TRNSRT.                                           00001820
           PERFORM 100-FORMAT-REPORT-HEADING.                           00001830
           PERFORM 060-CHECK-PRIOR-POSTING.                             00001840
           PERFORM 070-CARRY-FORWARD-SUSPENSE.                          00001841
           OPEN INPUT  OLDMAST                                          00001850
                       TRNSRT                                           00001860
                OUTPUT NEWMAST                                          00001861
                       POSTRPT                                          00001862
                       POSTINV.                                         00001863
           PERFORM 230-PRINT-HEADING-LINES.                             00001882
           PERFORM 110-READ-MASTER-RECORD.                              00001890
           PERFORM 120-READ-TRANSACTION-RECORD.                         00001900
           CLOSE OLDMAST                                                00001952
                 TRNSRT                                                 00001960
                 NEWMAST                                                00001970
                 POSTRPT                                                00001980
                 NEWSUSP                                                00001981
                 POSTINV.                                               00001982
           SORT SORTWK01                                                00001983
               ON ASCENDING KEY SR-INVOICE-NUMBER                       00001984
               USING OLDINVR                                            00001985
                     POSTINV                                            00001986
               GIVING NEWINVR.                                          00001987
           STOP RUN.                                                    00001988
                                                                        00002000
       100-FORMAT-REPORT-HEADING.                                       00002010
                                                                        00002020
           MOVE CD-DAY     TO HL1-DAY.                                  00002050
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002060
                                                                        00002070
       040-EXTRACT-CORRECTED-SUSPENSE.                                  00002071
                                                                        00002072
           OPEN INPUT  OLDSUSP                                          00002073
                OUTPUT RECYCLE.                                         00002074
           PERFORM 045-RELEASE-CORRECTED-ITEM                           00002075
               UNTIL OLDSUSP-EOF-SWITCH = "Y".                          00002076
           CLOSE OLDSUSP                                                00002077
                 RECYCLE.                                               00002078
           MOVE "N" TO OLDSUSP-EOF-SWITCH.                              00002079
                                                                        00002080
       045-RELEASE-CORRECTED-ITEM.                                      00002081
                                                                        00002082
           READ OLDSUSP                                                 00002083
               AT END                                                   00002084
                   MOVE "Y" TO OLDSUSP-EOF-SWITCH                       00002085
               NOT AT END                                               00002086
                   IF SU-ITEM-CORRECTED                                 00002087
                       MOVE SU-TRANSACTION-IMAGE TO RECYCLE-RECORD      00002088
                       MOVE "S" TO RY-RECORD-SOURCE                     00002089
                       MOVE SU-FIRST-REJECT-DATE TO RY-FIRST-REJECT-DATE00002090
                       WRITE RECYCLE-RECORD                             00002091
                       ADD 1 TO RECYCLED-COUNT                          00002092
                       IF SU-INVOICE-AMOUNT NUMERIC                     00002093
                           ADD SU-INVOICE-AMOUNT TO RECYCLED-AMOUNT     00002094
                       END-IF                                           00002095
                   END-IF                                               00002096
           END-READ.                                                    00002097
                                                                        00002098
       050-EXTRACT-ADJUSTMENTS.                                         00002099
                                                                        00002100
           INITIALIZE ADJUSTMENT-REASON-TOTALS.                         00002101
           OPEN INPUT  ADJTRN                                           00002102
                OUTPUT ADJWRK.                                          00002103
           PERFORM 055-RELEASE-ADJUSTMENT                               00002104
               UNTIL ADJTRN-EOF-SWITCH = "Y".                           00002105
           CLOSE ADJTRN                                                 00002106
                 ADJWRK.                                                00002107
                                                                        00002108
       055-RELEASE-ADJUSTMENT.                                          00002109
                                                                        00002110
           READ ADJTRN                                                  00002111
               AT END                                                   00002112
                   MOVE "Y" TO ADJTRN-EOF-SWITCH                        00002113
               NOT AT END                                               00002114
                   MOVE SPACES TO ADJUSTMENT-WORK-RECORD                00002115
                   MOVE ADJUSTMENT-TRANSACTION TO AW-TRANSACTION-DATA   00002116
                   MOVE "A"            TO AW-TRANSACTION-TYPE           00002117
                   MOVE AJ-REASON-CODE TO AW-ADJ-REASON-CODE            00002118
                   MOVE AJ-YTD-FIELD   TO AW-ADJ-YTD-FIELD              00002119
                   WRITE ADJUSTMENT-WORK-RECORD                         00002120
           END-READ.                                                    00002121
                                                                        00002122
       060-CHECK-PRIOR-POSTING.                                         00002080
                                                                        00002082
           COMPUTE GUARD-RUN-DATE =                                     00002084
               AT END                                                   00002158
                   MOVE "Y" TO TRNSRT-SCAN-EOF-SWITCH                   00002160
               NOT AT END                                               00002162
                   IF NOT ST-FROM-SUSPENSE                              00002163
                       AND NOT ST-ADJUSTMENT                            00002164
                       ADD 1 TO GUARD-TRANS-COUNT                       00002164
                       IF ST-INVOICE-AMOUNT NUMERIC                     00002166
                           ADD ST-INVOICE-AMOUNT                        00002168
                               TO GUARD-TRANS-AMOUNT                    00002170
                       END-IF                                           00002172
                   END-IF                                               00002173
           END-READ.                                                    00002174
                                                                        00002175
       070-CARRY-FORWARD-SUSPENSE.                                      00002176
                                                                        00002177
           OPEN INPUT  OLDSUSP                                          00002178
                OUTPUT NEWSUSP.                                         00002179
           PERFORM 075-CARRY-ONE-SUSPENSE-ITEM                          00002180
               UNTIL OLDSUSP-EOF-SWITCH = "Y".                          00002181
           CLOSE OLDSUSP.                                               00002182
                                                                        00002183
       075-CARRY-ONE-SUSPENSE-ITEM.                                     00002184
                                                                        00002185
           READ OLDSUSP                                                 00002186
               AT END                                                   00002187
                   MOVE "Y" TO OLDSUSP-EOF-SWITCH                       00002188
               NOT AT END                                               00002189
                   IF SU-ITEM-OPEN                                      00002190
                       MOVE SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD      00002191
                       WRITE NEW-SUSPENSE-RECORD                        00002192
                       ADD 1 TO SUSPENSE-CARRIED-COUNT                  00002193
                       IF SU-INVOICE-AMOUNT NUMERIC                     00002194
                           ADD SU-INVOICE-AMOUNT                        00002195
                               TO SUSPENSE-CARRIED-AMOUNT               00002196
                       END-IF                                           00002197
                   ELSE                                                 00002198
                       IF SU-ITEM-DELETED                               00002199
                           ADD 1 TO SUSPENSE-DELETED-COUNT              00002200
                           IF SU-INVOICE-AMOUNT NUMERIC                 00002201
                               ADD SU-INVOICE-AMOUNT                    00002202
                                   TO SUSPENSE-DELETED-AMOUNT           00002203
                           END-IF                                       00002204
                       END-IF                                           00002205
                   END-IF                                               00002206
           END-READ.                                                    00002207
                                                                        00002176
       080-CHECK-INVOICE-REGISTER.                                      00002177
                                                                        00002178
           OPEN INPUT  INVSRT                                           00002179
                       OLDINVR                                          00002180
                OUTPUT TRNCHK.                                          00002181
           PERFORM 086-READ-SORTED-INVOICE.                             00002182
           PERFORM 087-READ-REGISTER-RECORD.                            00002183
           PERFORM 085-CHECK-ONE-INVOICE                                00002184
               UNTIL INVSRT-EOF-SWITCH = "Y".                           00002185
           CLOSE INVSRT                                                 00002186
                 OLDINVR                                                00002187
                 TRNCHK.                                                00002188
                                                                        00002189
       085-CHECK-ONE-INVOICE.                                           00002190
                                                                        00002191
           PERFORM 087-READ-REGISTER-RECORD                             00002192
               UNTIL REGISTER-INVOICE-KEY NOT < IS-INVOICE-NUMBER.      00002193
           MOVE SPACE TO IS-REGISTER-CHECK.                             00002194
           IF IS-INVOICE-NUMBER = SPACES                                00002195
               MOVE "M" TO IS-REGISTER-CHECK                            00002196
           ELSE                                                         00002197
               IF IS-INVOICE-NUMBER = REGISTER-INVOICE-KEY              00002198
                   MOVE "P" TO IS-REGISTER-CHECK                        00002199
               ELSE                                                     00002200
                   IF IS-INVOICE-NUMBER = PREV-INVOICE-NUMBER           00002201
                       MOVE "B" TO IS-REGISTER-CHECK.                   00002202
           MOVE IS-INVOICE-NUMBER TO PREV-INVOICE-NUMBER.               00002203
           MOVE INVOICE-SORTED-RECORD TO TRNCHK-RECORD.                 00002204
           WRITE TRNCHK-RECORD.                                         00002205
           PERFORM 086-READ-SORTED-INVOICE.                             00002206
                                                                        00002207
       086-READ-SORTED-INVOICE.                                         00002208
                                                                        00002209
           READ INVSRT                                                  00002210
               AT END                                                   00002211
                   MOVE "Y" TO INVSRT-EOF-SWITCH.                       00002212
                                                                        00002213
       087-READ-REGISTER-RECORD.                                        00002214
                                                                        00002215
           READ OLDINVR                                                 00002216
               AT END                                                   00002217
                   MOVE "Y" TO OLDINVR-EOF-SWITCH                       00002218
                   MOVE HIGH-VALUES TO REGISTER-INVOICE-KEY             00002219
               NOT AT END                                               00002220
                   MOVE IR-INVOICE-NUMBER TO REGISTER-INVOICE-KEY       00002221
           END-READ.                                                    00002222
                                                                        00002223
       600-UPDATE-POSTING-CONTROL.                                      00002178
                                                                        00002180
           MOVE GUARD-RUN-DATE     TO PC-LAST-POSTED-DATE.              00002182
                   MOVE "Y" TO TRNSRT-EOF-SWITCH                        00002250
                   MOVE HIGH-VALUES TO TRANSACTION-KEY                  00002260
               NOT AT END                                               00002270
                   IF ST-ADJUSTMENT                                     00002271
                       ADD 1 TO ADJ-IN-COUNT                            00002272
                       IF ST-INVOICE-AMOUNT NUMERIC                     00002273
                           ADD ST-INVOICE-AMOUNT TO ADJ-IN-AMOUNT       00002274
                       END-IF                                           00002275
                   ELSE                                                 00002276
                       ADD 1 TO TRANS-IN-COUNT                          00002277
                       IF ST-INVOICE-AMOUNT NUMERIC                     00002278
                           ADD ST-INVOICE-AMOUNT TO TRANS-IN-AMOUNT     00002279
                       END-IF                                           00002280
                   END-IF                                               00002281
                   MOVE ST-BRANCH-NUMBER   TO TK-BRANCH-NUMBER          00002300
                   MOVE ST-CUSTOMER-NUMBER TO TK-CUSTOMER-NUMBER        00002310
           END-READ.                                                    00002320
                   MOVE "NON-NUMERIC AMOUNT" TO RJ-REASON               00002630
                   PERFORM 300-REJECT-TRANSACTION                       00002640
               ELSE                                                     00002650
                   IF ST-REGISTER-CHECK NOT = SPACE                     00002651
                       PERFORM 222-REJECT-REGISTERED-INVOICE            00002652
                   ELSE                                                 00002653
                       IF ST-ADJUSTMENT                                 00002654
                           PERFORM 226-APPLY-ADJUSTMENT-AMOUNT          00002655
                       ELSE                                             00002656
                           IF CM-STATUS-CLOSED                          00002657
                               MOVE "ACCOUNT CLOSED" TO RJ-REASON       00002658
                               PERFORM 300-REJECT-TRANSACTION           00002659
                           ELSE                                         00002660
                               PERFORM 225-APPLY-TRANSACTION-AMOUNT.    00002661
                                                                        00002659
       222-REJECT-REGISTERED-INVOICE.                                   00002660
                                                                        00002661
           IF ST-ALREADY-POSTED                                         00002662
               IF ST-ADJUSTMENT                                         00002663
                   MOVE "ADJUSTMENT ALREADY POSTED" TO RJ-REASON        00002664
               ELSE                                                     00002665
                   MOVE "INVOICE ALREADY POSTED" TO RJ-REASON           00002666
               END-IF                                                   00002667
               ADD 1 TO ALREADY-POSTED-COUNT                            00002668
               ADD ST-INVOICE-AMOUNT TO ALREADY-POSTED-AMOUNT           00002669
           ELSE                                                         00002670
               IF ST-DUPLICATE-IN-BATCH                                 00002671
                   IF ST-ADJUSTMENT                                     00002672
                       MOVE "DUPLICATE ADJUSTMENT IN BATCH" TO RJ-REASON00002673
                   ELSE                                                 00002674
                       MOVE "DUPLICATE INVOICE IN BATCH" TO RJ-REASON   00002675
                   END-IF                                               00002676
               ELSE                                                     00002677
                   IF ST-ADJUSTMENT                                     00002678
                       MOVE "ADJUSTMENT NUMBER MISSING" TO RJ-REASON    00002679
                   ELSE                                                 00002680
                       MOVE "INVOICE NUMBER MISSING" TO RJ-REASON.      00002681
           PERFORM 300-REJECT-TRANSACTION.                              00002682
                                                                        00002710
       225-APPLY-TRANSACTION-AMOUNT.                                    00002720
                                                                        00002730
                   MOVE "Y" TO MASTER-UPDATED-SWITCH                    00002790
                   ADD 1 TO TRANS-POSTED-COUNT                          00002800
                   ADD ST-INVOICE-AMOUNT TO TRANS-POSTED-AMOUNT         00002810
                   PERFORM 235-WRITE-POSTED-INVOICE                     00002811
           END-ADD.                                                     00002820
                                                                        00002830
       226-APPLY-ADJUSTMENT-AMOUNT.                                     00002831
                                                                        00002832
           PERFORM 227-LOOKUP-ADJUSTMENT-REASON.                        00002833
           IF REASON-FOUND-SWITCH = "N"                                 00002834
               MOVE "INVALID ADJUSTMENT REASON" TO RJ-REASON            00002835
               PERFORM 300-REJECT-TRANSACTION                           00002836
           ELSE                                                         00002837
               IF ST-ADJ-LAST-YTD                                       00002838
                   PERFORM 228-ADJUST-LAST-YTD                          00002839
               ELSE                                                     00002840
                   IF ST-ADJ-THIS-YTD                                   00002841
                       PERFORM 229-ADJUST-THIS-YTD                      00002842
                   ELSE                                                 00002843
                       MOVE "INVALID ADJUSTMENT YEAR" TO RJ-REASON      00002844
                       PERFORM 300-REJECT-TRANSACTION.                  00002845
                                                                        00002846
       227-LOOKUP-ADJUSTMENT-REASON.                                    00002847
                                                                        00002848
           MOVE "N" TO REASON-FOUND-SWITCH.                             00002849
           PERFORM VARYING REASON-SUBSCRIPT FROM 1 BY 1                 00002850
                   UNTIL REASON-SUBSCRIPT > 4                           00002851
                      OR REASON-FOUND-SWITCH = "Y"                      00002852
               IF ADJ-REASON-CODE (REASON-SUBSCRIPT) =                  00002853
                       ST-ADJ-REASON-CODE                               00002854
                   MOVE "Y" TO REASON-FOUND-SWITCH                      00002855
               END-IF                                                   00002856
           END-PERFORM.                                                 00002857
           IF REASON-FOUND-SWITCH = "Y"                                 00002858
               SUBTRACT 1 FROM REASON-SUBSCRIPT.                        00002859
                                                                        00002860
       228-ADJUST-LAST-YTD.                                             00002861
                                                                        00002862
           ADD ST-INVOICE-AMOUNT TO CM-SALES-LAST-YTD                   00002863
               ON SIZE ERROR                                            00002864
                   MOVE "AMOUNT EXCEEDS MASTER FIELD" TO RJ-REASON      00002865
                   PERFORM 300-REJECT-TRANSACTION                       00002866
               NOT ON SIZE ERROR                                        00002867
                   PERFORM 233-COUNT-POSTED-ADJUSTMENT                  00002868
           END-ADD.                                                     00002869
                                                                        00002870
       229-ADJUST-THIS-YTD.                                             00002871
                                                                        00002872
           ADD ST-INVOICE-AMOUNT TO CM-SALES-THIS-YTD                   00002873
               ON SIZE ERROR                                            00002874
                   MOVE "AMOUNT EXCEEDS MASTER FIELD" TO RJ-REASON      00002875
                   PERFORM 300-REJECT-TRANSACTION                       00002876
               NOT ON SIZE ERROR                                        00002877
                   PERFORM 233-COUNT-POSTED-ADJUSTMENT                  00002878
           END-ADD.                                                     00002879
                                                                        00002880
       233-COUNT-POSTED-ADJUSTMENT.                                     00002881
                                                                        00002882
           MOVE "Y" TO MASTER-UPDATED-SWITCH.                           00002883
           ADD 1 TO ADJ-POSTED-COUNT.                                   00002884
           ADD ST-INVOICE-AMOUNT TO ADJ-POSTED-AMOUNT.                  00002885
           ADD 1 TO ADJ-REASON-COUNT (REASON-SUBSCRIPT).                00002886
           ADD ST-INVOICE-AMOUNT                                        00002887
               TO ADJ-REASON-AMOUNT (REASON-SUBSCRIPT).                 00002888
           PERFORM 235-WRITE-POSTED-INVOICE.                            00002887
                                                                        00002888
       300-REJECT-TRANSACTION.                                          00002840
                                                                        00002850
           IF LINE-COUNT >= LINES-ON-PAGE                               00002860
           MOVE ST-INVOICE-NUMBER  TO RJ-INVOICE-NUMBER.                00002900
           MOVE ST-INVOICE-DATE    TO RJ-INVOICE-DATE.                  00002910
           IF ST-INVOICE-AMOUNT NUMERIC                                 00002920
               MOVE ST-INVOICE-AMOUNT TO RJ-INVOICE-AMOUNT              00002921
               ADD ST-INVOICE-AMOUNT TO SUSPENSE-WRITTEN-AMOUNT         00002922
               IF ST-ADJUSTMENT                                         00002923
                   ADD ST-INVOICE-AMOUNT TO ADJ-REJECT-AMOUNT           00002924
               ELSE                                                     00002925
                   ADD ST-INVOICE-AMOUNT TO TRANS-REJECT-AMOUNT         00002926
               END-IF                                                   00002927
           ELSE                                                         00002950
               MOVE ZERO TO RJ-INVOICE-AMOUNT.                          00002960
           MOVE REJECT-LINE TO PRINT-AREA.                              00002970
           WRITE PRINT-AREA.                                            00002980
           ADD 1 TO LINE-COUNT.                                         00002990
           ADD 1 TO SUSPENSE-WRITTEN-COUNT.                             00002991
           IF ST-ADJUSTMENT                                             00002992
               ADD 1 TO ADJ-REJECT-COUNT                                00002993
           ELSE                                                         00002994
               ADD 1 TO TRANS-REJECT-COUNT.                             00002995
           PERFORM 310-WRITE-SUSPENSE-RECORD.                           00003001
                                                                        00003002
       310-WRITE-SUSPENSE-RECORD.                                       00003003
                                                                        00003004
           MOVE SPACES TO NEW-SUSPENSE-RECORD.                          00003005
           ADD 1 TO SUSPENSE-SEQUENCE.                                  00003006
           MOVE GUARD-RUN-DATE        TO NS-KEY-DATE.                   00003007
           MOVE SUSPENSE-SEQUENCE     TO NS-KEY-SEQUENCE.               00003008
           MOVE SALES-TRANSACTION-RECORD TO NS-TRANSACTION-IMAGE.       00003009
           MOVE RJ-REASON             TO NS-REJECT-REASON.              00003010
           IF ST-FROM-SUSPENSE                                          00003011
               AND ST-FIRST-REJECT-DATE NUMERIC                         00003012
               MOVE ST-FIRST-REJECT-DATE TO NS-FIRST-REJECT-DATE        00003013
           ELSE                                                         00003014
               MOVE GUARD-RUN-DATE    TO NS-FIRST-REJECT-DATE.          00003015
           MOVE GUARD-RUN-DATE        TO NS-LAST-REJECT-DATE.           00003016
           MOVE "O"                   TO NS-ITEM-STATUS.                00003017
           MOVE ZERO                  TO NS-LAST-ACTION-DATE.           00003018
           WRITE NEW-SUSPENSE-RECORD.                                   00003019
                                                                        00003010
       235-WRITE-POSTED-INVOICE.                                        00003011
                                                                        00003012
           MOVE SPACES               TO POSTED-INVOICE-RECORD.          00003013
           MOVE ST-INVOICE-NUMBER    TO PI-INVOICE-NUMBER.              00003014
           MOVE ST-BRANCH-NUMBER     TO PI-BRANCH-NUMBER.               00003015
           MOVE ST-CUSTOMER-NUMBER   TO PI-CUSTOMER-NUMBER.             00003016
           MOVE ST-SALESREP-NUMBER   TO PI-SALESREP-NUMBER.             00003017
           MOVE ST-INVOICE-DATE      TO PI-INVOICE-DATE.                00003018
           MOVE ST-INVOICE-AMOUNT    TO PI-INVOICE-AMOUNT.              00003019
           MOVE GUARD-RUN-DATE       TO PI-POSTING-DATE.                00003020
           IF ST-ADJUSTMENT                                             00003021
               MOVE "A"                  TO PI-ENTRY-TYPE               00003022
               MOVE ST-ADJ-REASON-CODE   TO PI-REASON-CODE              00003023
               IF ST-ADJ-LAST-YTD                                       00003024
                   MOVE "L"              TO PI-YTD-FIELD                00003025
               ELSE                                                     00003026
                   MOVE "T"              TO PI-YTD-FIELD                00003027
               END-IF                                                   00003028
           ELSE                                                         00003029
               MOVE "I"                  TO PI-ENTRY-TYPE.              00003030
           WRITE POSTED-INVOICE-RECORD.                                 00003021
           ADD 1 TO REGISTER-ADDED-COUNT.                               00003022
           ADD ST-INVOICE-AMOUNT TO REGISTER-ADDED-AMOUNT.              00003023
                                                                        00003024
       230-PRINT-HEADING-LINES.                                         00003020
                                                                        00003030
           ADD 1 TO PAGE-COUNT.                                         00003040
                                                                        00003130
       500-PRINT-CONTROL-TOTALS.                                        00003140
                                                                        00003150
           IF LINE-COUNT >= LINES-ON-PAGE - 24                          00003151
               PERFORM 230-PRINT-HEADING-LINES.                         00003170
           MOVE SPACES TO PRINT-AREA.                                   00003180
           WRITE PRINT-AREA.                                            00003190
           MOVE TRANS-REJECT-COUNT   TO CTL-COUNT.                      00003290
           MOVE TRANS-REJECT-AMOUNT  TO CTL-AMOUNT.                     00003300
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003310
           MOVE "ADJUSTMENTS IN:               " TO CTL-LABEL.          00003311
           MOVE ADJ-IN-COUNT         TO CTL-COUNT.                      00003312
           MOVE ADJ-IN-AMOUNT        TO CTL-AMOUNT.                     00003313
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003314
           MOVE "ADJUSTMENTS POSTED:           " TO CTL-LABEL.          00003315
           MOVE ADJ-POSTED-COUNT     TO CTL-COUNT.                      00003316
           MOVE ADJ-POSTED-AMOUNT    TO CTL-AMOUNT.                     00003317
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003318
           PERFORM 520-PRINT-REASON-TOTAL-LINE                          00003319
               VARYING REASON-SUBSCRIPT FROM 1 BY 1                     00003320
               UNTIL REASON-SUBSCRIPT > 4.                              00003321
           MOVE "ADJUSTMENTS REJECTED:         " TO CTL-LABEL.          00003322
           MOVE ADJ-REJECT-COUNT     TO CTL-COUNT.                      00003323
           MOVE ADJ-REJECT-AMOUNT    TO CTL-AMOUNT.                     00003324
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003325
           MOVE "MASTER RECORDS READ:          " TO CTL-LABEL.          00003320
           MOVE MASTERS-READ-COUNT   TO CTL-COUNT.                      00003330
           MOVE ZERO                 TO CTL-AMOUNT.                     00003340
           MOVE MASTERS-UPDATED-COUNT TO CTL-COUNT.                     00003370
           MOVE ZERO                 TO CTL-AMOUNT.                     00003380
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003390
           MOVE "  INCL RECYCLED FROM SUSPENSE:" TO CTL-LABEL.          00003391
           MOVE RECYCLED-COUNT       TO CTL-COUNT.                      00003392
           MOVE RECYCLED-AMOUNT      TO CTL-AMOUNT.                     00003393
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003394
           MOVE "SUSPENSE CARRIED FORWARD:     " TO CTL-LABEL.          00003395
           MOVE SUSPENSE-CARRIED-COUNT  TO CTL-COUNT.                   00003396
           MOVE SUSPENSE-CARRIED-AMOUNT TO CTL-AMOUNT.                  00003397
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003398
           MOVE "SUSPENSE DELETED ONLINE:      " TO CTL-LABEL.          00003399
           MOVE SUSPENSE-DELETED-COUNT  TO CTL-COUNT.                   00003400
           MOVE SUSPENSE-DELETED-AMOUNT TO CTL-AMOUNT.                  00003401
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003402
           MOVE "WRITTEN TO SUSPENSE:          " TO CTL-LABEL.          00003403
           MOVE SUSPENSE-WRITTEN-COUNT  TO CTL-COUNT.                   00003404
           MOVE SUSPENSE-WRITTEN-AMOUNT TO CTL-AMOUNT.                  00003405
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003406
           MOVE "  INCL ALREADY POSTED:        " TO CTL-LABEL.          00003407
           MOVE ALREADY-POSTED-COUNT  TO CTL-COUNT.                     00003408
           MOVE ALREADY-POSTED-AMOUNT TO CTL-AMOUNT.                    00003409
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003410
           MOVE "ADDED TO INVOICE REGISTER:    " TO CTL-LABEL.          00003411
           MOVE REGISTER-ADDED-COUNT  TO CTL-COUNT.                     00003412
           MOVE REGISTER-ADDED-AMOUNT TO CTL-AMOUNT.                    00003413
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003414
           DISPLAY "RPT2110: TRANSACTIONS IN:     " TRANS-IN-COUNT.     00003400
           DISPLAY "RPT2110: TRANSACTIONS POSTED: " TRANS-POSTED-COUNT. 00003410
           DISPLAY "RPT2110: TRANSACTIONS REJECT: " TRANS-REJECT-COUNT. 00003420
           DISPLAY "RPT2110: SUSPENSE RECYCLED:   " RECYCLED-COUNT.     00003421
           DISPLAY "RPT2110: SUSPENSE CARRIED:    "                     00003422
               SUSPENSE-CARRIED-COUNT.                                  00003423
           DISPLAY "RPT2110: ALREADY POSTED:      "                     00003424
               ALREADY-POSTED-COUNT.                                    00003425
           DISPLAY "RPT2110: ADDED TO REGISTER:   "                     00003426
               REGISTER-ADDED-COUNT.                                    00003427
           DISPLAY "RPT2110: ADJUSTMENTS IN:      " ADJ-IN-COUNT.       00003428
           DISPLAY "RPT2110: ADJUSTMENTS POSTED:  " ADJ-POSTED-COUNT.   00003429
           DISPLAY "RPT2110: ADJUSTMENTS REJECT:  " ADJ-REJECT-COUNT.   00003430
                                                                        00003430
       510-PRINT-ONE-TOTAL-LINE.                                        00003440
                                                                        00003450
           MOVE CONTROL-TOTAL-LINE TO PRINT-AREA.                       00003460
           WRITE PRINT-AREA.                                            00003470
           ADD 1 TO LINE-COUNT.                                         00003480
                                                                        00003481
       520-PRINT-REASON-TOTAL-LINE.                                     00003482
                                                                        00003483
           MOVE SPACES TO CTL-LABEL.                                    00003484
           STRING "  " ADJ-REASON-NAME (REASON-SUBSCRIPT) ":"           00003485
               DELIMITED BY SIZE INTO CTL-LABEL.                        00003486
           MOVE ADJ-REASON-COUNT (REASON-SUBSCRIPT)  TO CTL-COUNT.      00003487
           MOVE ADJ-REASON-AMOUNT (REASON-SUBSCRIPT) TO CTL-AMOUNT.     00003488
           PERFORM 510-PRINT-ONE-TOTAL-LINE.                            00003489
