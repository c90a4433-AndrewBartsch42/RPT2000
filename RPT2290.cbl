       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT2290.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       DATA DIVISION.                                                   00000070
                                                                        00000080
       WORKING-STORAGE SECTION.                                         00000090
                                                                        00000100
       01  OPERATOR-AUTHORITY-RECORD.                                   00000110
           05  OP-USER-ID              PIC X(8).                        00000120
           05  OP-OPERATOR-NAME        PIC X(20).                       00000130
           05  OP-ALL-BRANCH-LEVEL     PIC X(1).                        00000140
           05  OP-BRANCH-ENTRY OCCURS 10 TIMES.                         00000150
               10  OP-BRANCH-NUMBER    PIC X(2).                        00000160
               10  OP-BRANCH-LEVEL     PIC X(1).                        00000170
           05  OP-ADD-FLAG             PIC X(1).                        00000180
               88  OP-ADD-ALLOWED          VALUE "Y".                   00000190
           05  OP-UPDATE-FLAG          PIC X(1).                        00000200
               88  OP-UPDATE-ALLOWED       VALUE "Y".                   00000210
           05  OP-STATUS-FLAG          PIC X(1).                        00000220
               88  OP-STATUS-ALLOWED       VALUE "Y".                   00000230
           05  OP-CREDIT-LIMIT-FLAG    PIC X(1).                        00000240
               88  OP-CREDIT-LIMIT-ALLOWED VALUE "Y".                   00000250
           05  OP-SUPERVISOR-FLAG      PIC X(1).                        00000260
               88  OP-SUPERVISOR           VALUE "Y".                   00000270
           05  OP-LAST-CHANGE-DATE     PIC 9(8).                        00000280
           05  OP-LAST-CHANGE-USER     PIC X(8).                        00000290
           05  FILLER                  PIC X(20).                       00000300
                                                                        00000310
       01  SECURITY-VIOLATION-RECORD.                                   00000320
           05  SV-VIOLATION-DATE       PIC 9(8).                        00000330
           05  SV-VIOLATION-TIME       PIC 9(6).                        00000340
           05  SV-USER-ID              PIC X(8).                        00000350
           05  SV-TERMINAL-ID          PIC X(4).                        00000360
           05  SV-TRANSACTION-ID       PIC X(4).                        00000370
           05  SV-FUNCTION-CODE        PIC X(1).                        00000380
           05  SV-BRANCH-NUMBER        PIC X(2).                        00000390
           05  SV-CUSTOMER-NUMBER      PIC X(5).                        00000400
           05  SV-REASON-CODE          PIC X(2).                        00000410
           05  SV-TARGET-USER-ID       PIC X(8).                        00000420
           05  FILLER                  PIC X(32).                       00000430
                                                                        00000440
       01  CURRENT-DATE-AND-TIME.                                       00000450
           05  CD-YEAR         PIC 9999.                                00000460
           05  CD-MONTH        PIC 99.                                  00000470
           05  CD-DAY          PIC 99.                                  00000480
           05  CD-HOURS        PIC 99.                                  00000490
           05  CD-MINUTES      PIC 99.                                  00000500
           05  CD-SECONDS      PIC 99.                                  00000510
           05  FILLER          PIC X(7).                                00000520
                                                                        00000530
       01  WS-AUTHORITY-FIELDS.                                         00000540
           05  WS-USER-ID              PIC X(8).                        00000550
           05  WS-VIOLATION-REASON     PIC X(2).                        00000560
           05  WS-SECVIOL-RBA          PIC S9(8) COMP VALUE ZERO.       00000570
                                                                        00000580
       01  WS-OPERAUTH-KEY             PIC X(8).                        00000590
                                                                        00000600
       01  WS-EDIT-FIELDS.                                              00000610
           05  WS-ROW-SUBSCRIPT        PIC 9(2)  VALUE ZERO.            00000620
           05  WS-EDIT-ERROR-SWITCH    PIC X     VALUE "N".             00000630
                                                                        00000640
       01  WS-FUNCTION-SWITCHES.                                        00000650
           05  WS-FUNCTION-CODE        PIC X(1).                        00000660
               88  WS-FUNCTION-INQUIRE     VALUE "I".                   00000670
               88  WS-FUNCTION-ADD         VALUE "A".                   00000680
               88  WS-FUNCTION-UPDATE      VALUE "U".                   00000690
               88  WS-FUNCTION-DELETE      VALUE "D".                   00000700
               88  WS-FUNCTION-VALID       VALUES "I" "A" "U" "D".      00000710
                                                                        00000720
       01  WS-MESSAGE                  PIC X(40) VALUE SPACE.           00000730
                                                                        00000740
       01  WS-COMMAREA                 PIC X(1).                        00000750
                                                                        00000760
           COPY RPT2290M.                                               00000770
                                                                        00000780
           COPY DFHBMSCA.                                               00000790
                                                                        00000800
       LINKAGE SECTION.                                                 00000810
                                                                        00000820
       01  DFHCOMMAREA                 PIC X(1).                        00000830
                                                                        00000840
       PROCEDURE DIVISION.                                              00000850
                                                                        00000860
       000-MAIN-LOGIC.                                                  00000870
                                                                        00000880
           MOVE SPACES TO WS-OPERAUTH-KEY.                              00000890
           PERFORM 050-CHECK-SUPERVISOR-AUTHORITY.                      00000900
           IF EIBCALEN = 0                                              00000910
               PERFORM 100-SEND-INITIAL-MAP                             00000920
           ELSE                                                         00000930
               PERFORM 200-RECEIVE-AND-PROCESS.                         00000940
           EXEC CICS RETURN                                             00000950
               TRANSID("RP90")                                          00000960
               COMMAREA(WS-COMMAREA)                                    00000970
           END-EXEC.                                                    00000980
                                                                        00000990
       050-CHECK-SUPERVISOR-AUTHORITY.                                  00001000
                                                                        00001010
           EXEC CICS ASSIGN USERID(WS-USER-ID)                          00001020
           END-EXEC.                                                    00001030
           EXEC CICS HANDLE CONDITION                                   00001040
               NOTFND(070-OPERATOR-NOT-AUTHORIZED)                      00001050
           END-EXEC.                                                    00001060
           EXEC CICS READ DATASET("OPERAUTH")                           00001070
                          INTO(OPERATOR-AUTHORITY-RECORD)               00001080
                          RIDFLD(WS-USER-ID)                            00001090
                          KEYLENGTH(8)                                  00001100
           END-EXEC.                                                    00001110
           IF NOT OP-SUPERVISOR                                         00001120
               MOVE "SU" TO WS-VIOLATION-REASON                         00001130
               PERFORM 880-LOG-SECURITY-VIOLATION                       00001140
               MOVE "NOT AUTHORIZED FOR OPERATOR MAINTENANCE"           00001150
                   TO WS-MESSAGE                                        00001160
               PERFORM 890-SEND-REFUSAL.                                00001170
                                                                        00001180
       070-OPERATOR-NOT-AUTHORIZED.                                     00001190
                                                                        00001200
           MOVE "NR" TO WS-VIOLATION-REASON.                            00001210
           PERFORM 880-LOG-SECURITY-VIOLATION.                          00001220
           MOVE "USER NOT IN OPERATOR AUTHORITY FILE" TO WS-MESSAGE.    00001230
           PERFORM 890-SEND-REFUSAL.                                    00001240
                                                                        00001250
       100-SEND-INITIAL-MAP.                                            00001260
                                                                        00001270
           MOVE LOW-VALUES TO RPT2290O.                                 00001280
           MOVE "ENTER FUNCTION (I/A/U/D) AND USER ID" TO MSGO.         00001290
           EXEC CICS SEND MAP("RPT2290M")                               00001300
                          MAPSET("RPT2290S")                            00001310
                          ERASE                                         00001320
           END-EXEC.                                                    00001330
           EXEC CICS RETURN                                             00001340
               TRANSID("RP90")                                          00001350
               COMMAREA(WS-COMMAREA)                                    00001360
           END-EXEC.                                                    00001370
                                                                        00001380
       200-RECEIVE-AND-PROCESS.                                         00001390
                                                                        00001400
           EXEC CICS HANDLE CONDITION                                   00001410
               MAPFAIL(100-SEND-INITIAL-MAP)                            00001420
           END-EXEC.                                                    00001430
           EXEC CICS RECEIVE MAP("RPT2290M")                            00001440
                             MAPSET("RPT2290S")                         00001450
                             INTO(RPT2290I)                             00001460
           END-EXEC.                                                    00001470
           MOVE FUNCI TO WS-FUNCTION-CODE.                              00001480
           MOVE USIDI TO WS-OPERAUTH-KEY.                               00001490
           IF NOT WS-FUNCTION-VALID                                     00001500
               PERFORM 800-INVALID-FUNCTION                             00001510
           ELSE                                                         00001520
               IF WS-OPERAUTH-KEY = SPACES OR LOW-VALUES                00001530
                   PERFORM 810-INVALID-USER-ID                          00001540
               ELSE                                                     00001550
                   IF WS-FUNCTION-INQUIRE                               00001560
                       PERFORM 300-INQUIRE-OPERATOR                     00001570
                   ELSE                                                 00001580
                       IF WS-FUNCTION-ADD                               00001590
                           PERFORM 400-ADD-OPERATOR                     00001600
                       ELSE                                             00001610
                           IF WS-FUNCTION-UPDATE                        00001620
                               PERFORM 500-UPDATE-OPERATOR              00001630
                           ELSE                                         00001640
                               PERFORM 600-DELETE-OPERATOR.             00001650
                                                                        00001660
       300-INQUIRE-OPERATOR.                                            00001670
                                                                        00001680
           EXEC CICS HANDLE CONDITION                                   00001690
               NOTFND(820-OPERATOR-NOT-FOUND)                           00001700
           END-EXEC.                                                    00001710
           EXEC CICS READ DATASET("OPERAUTH")                           00001720
                          INTO(OPERATOR-AUTHORITY-RECORD)               00001730
                          RIDFLD(WS-OPERAUTH-KEY)                       00001740
                          KEYLENGTH(8)                                  00001750
           END-EXEC.                                                    00001760
           MOVE "VERIFY - ENTER U TO UPDATE OR D TO DELETE"             00001770
               TO WS-MESSAGE.                                           00001780
           PERFORM 450-SEND-OPERATOR-DATA.                              00001790
                                                                        00001800
       400-ADD-OPERATOR.                                                00001810
                                                                        00001820
           MOVE SPACES TO OPERATOR-AUTHORITY-RECORD.                    00001830
           MOVE WS-OPERAUTH-KEY TO OP-USER-ID.                          00001840
           PERFORM 700-MOVE-SCREEN-TO-RECORD.                           00001850
           PERFORM 750-EDIT-AUTHORITY-RECORD.                           00001860
           PERFORM 780-STAMP-LAST-CHANGE.                               00001870
           EXEC CICS HANDLE CONDITION                                   00001880
               DUPREC(830-OPERATOR-ALREADY-EXISTS)                      00001890
           END-EXEC.                                                    00001900
           EXEC CICS WRITE DATASET("OPERAUTH")                          00001910
                          FROM(OPERATOR-AUTHORITY-RECORD)               00001920
                          RIDFLD(WS-OPERAUTH-KEY)                       00001930
                          KEYLENGTH(8)                                  00001940
           END-EXEC.                                                    00001950
           MOVE "OPERATOR ADDED" TO WS-MESSAGE.                         00001960
           PERFORM 450-SEND-OPERATOR-DATA.                              00001970
                                                                        00001980
       450-SEND-OPERATOR-DATA.                                          00001990
                                                                        00002000
           MOVE LOW-VALUES TO RPT2290O.                                 00002010
           MOVE "I"                    TO FUNCO.                        00002020
           MOVE OP-USER-ID             TO USIDO.                        00002030
           MOVE OP-OPERATOR-NAME       TO ONAMO.                        00002040
           MOVE OP-ALL-BRANCH-LEVEL    TO ALLBO.                        00002050
           PERFORM 460-FORMAT-BRANCH-ROW                                00002060
               VARYING WS-ROW-SUBSCRIPT FROM 1 BY 1                     00002070
               UNTIL WS-ROW-SUBSCRIPT > 10.                             00002080
           MOVE OP-ADD-FLAG            TO ADDFO.                        00002090
           MOVE OP-UPDATE-FLAG         TO UPDFO.                        00002100
           MOVE OP-STATUS-FLAG         TO STSFO.                        00002110
           MOVE OP-CREDIT-LIMIT-FLAG   TO CRDFO.                        00002120
           MOVE OP-SUPERVISOR-FLAG     TO SUPFO.                        00002130
           MOVE OP-LAST-CHANGE-DATE    TO LCDTO.                        00002140
           MOVE OP-LAST-CHANGE-USER    TO LCUSO.                        00002150
           MOVE WS-MESSAGE             TO MSGO.                         00002160
           MOVE DFHBMFSE TO USIDA.                                      00002170
           MOVE DFHBMFSE TO ONAMA.                                      00002180
           MOVE DFHBMFSE TO ALLBA.                                      00002190
           MOVE DFHBMFSE TO ADDFA.                                      00002200
           MOVE DFHBMFSE TO UPDFA.                                      00002210
           MOVE DFHBMFSE TO STSFA.                                      00002220
           MOVE DFHBMFSE TO CRDFA.                                      00002230
           MOVE DFHBMFSE TO SUPFA.                                      00002240
           EXEC CICS SEND MAP("RPT2290M")                               00002250
                          MAPSET("RPT2290S")                            00002260
                          ERASE                                         00002270
           END-EXEC.                                                    00002280
           EXEC CICS RETURN                                             00002290
               TRANSID("RP90")                                          00002300
               COMMAREA(WS-COMMAREA)                                    00002310
           END-EXEC.                                                    00002320
                                                                        00002330
       460-FORMAT-BRANCH-ROW.                                           00002340
                                                                        00002350
           MOVE OP-BRANCH-NUMBER(WS-ROW-SUBSCRIPT)                      00002360
               TO AUTH-BRANCH(WS-ROW-SUBSCRIPT).                        00002370
           MOVE OP-BRANCH-LEVEL(WS-ROW-SUBSCRIPT)                       00002380
               TO AUTH-LEVEL(WS-ROW-SUBSCRIPT).                         00002390
           MOVE DFHBMFSE TO AUTH-BRANCH-ATTR(WS-ROW-SUBSCRIPT).         00002400
           MOVE DFHBMFSE TO AUTH-LEVEL-ATTR(WS-ROW-SUBSCRIPT).          00002410
                                                                        00002420
       500-UPDATE-OPERATOR.                                             00002430
                                                                        00002440
           EXEC CICS HANDLE CONDITION                                   00002450
               NOTFND(820-OPERATOR-NOT-FOUND)                           00002460
           END-EXEC.                                                    00002470
           EXEC CICS READ DATASET("OPERAUTH")                           00002480
                          INTO(OPERATOR-AUTHORITY-RECORD)               00002490
                          RIDFLD(WS-OPERAUTH-KEY)                       00002500
                          KEYLENGTH(8)                                  00002510
                          UPDATE                                        00002520
           END-EXEC.                                                    00002530
           PERFORM 700-MOVE-SCREEN-TO-RECORD.                           00002540
           IF WS-OPERAUTH-KEY = WS-USER-ID                              00002550
              AND NOT OP-SUPERVISOR                                     00002560
               EXEC CICS UNLOCK DATASET("OPERAUTH")                     00002570
               END-EXEC                                                 00002580
               MOVE "CANNOT REMOVE YOUR OWN SUPERVISOR FLAG"            00002590
                   TO WS-MESSAGE                                        00002600
               PERFORM 900-SEND-CONFIRMATION.                           00002610
           PERFORM 750-EDIT-AUTHORITY-RECORD.                           00002620
           PERFORM 780-STAMP-LAST-CHANGE.                               00002630
           EXEC CICS REWRITE DATASET("OPERAUTH")                        00002640
                          FROM(OPERATOR-AUTHORITY-RECORD)               00002650
           END-EXEC.                                                    00002660
           MOVE "OPERATOR UPDATED" TO WS-MESSAGE.                       00002670
           PERFORM 450-SEND-OPERATOR-DATA.                              00002680
                                                                        00002690
       600-DELETE-OPERATOR.                                             00002700
                                                                        00002710
           IF WS-OPERAUTH-KEY = WS-USER-ID                              00002720
               MOVE "CANNOT DELETE YOUR OWN AUTHORITY" TO WS-MESSAGE    00002730
               PERFORM 900-SEND-CONFIRMATION.                           00002740
           EXEC CICS HANDLE CONDITION                                   00002750
               NOTFND(820-OPERATOR-NOT-FOUND)                           00002760
           END-EXEC.                                                    00002770
           EXEC CICS DELETE DATASET("OPERAUTH")                         00002780
                          RIDFLD(WS-OPERAUTH-KEY)                       00002790
                          KEYLENGTH(8)                                  00002800
           END-EXEC.                                                    00002810
           MOVE "OPERATOR DELETED" TO WS-MESSAGE.                       00002820
           PERFORM 900-SEND-CONFIRMATION.                               00002830
                                                                        00002840
       700-MOVE-SCREEN-TO-RECORD.                                       00002850
                                                                        00002860
           MOVE ONAMI                  TO OP-OPERATOR-NAME.             00002870
           MOVE ALLBI                  TO OP-ALL-BRANCH-LEVEL.          00002880
           PERFORM 710-MOVE-BRANCH-ROW                                  00002890
               VARYING WS-ROW-SUBSCRIPT FROM 1 BY 1                     00002900
               UNTIL WS-ROW-SUBSCRIPT > 10.                             00002910
           MOVE ADDFI                  TO OP-ADD-FLAG.                  00002920
           MOVE UPDFI                  TO OP-UPDATE-FLAG.               00002930
           MOVE STSFI                  TO OP-STATUS-FLAG.               00002940
           MOVE CRDFI                  TO OP-CREDIT-LIMIT-FLAG.         00002950
           MOVE SUPFI                  TO OP-SUPERVISOR-FLAG.           00002960
           INSPECT OPERATOR-AUTHORITY-RECORD                            00002970
               REPLACING ALL LOW-VALUE BY SPACE.                        00002980
                                                                        00002990
       710-MOVE-BRANCH-ROW.                                             00003000
                                                                        00003010
           MOVE AUTH-BRANCH(WS-ROW-SUBSCRIPT)                           00003020
               TO OP-BRANCH-NUMBER(WS-ROW-SUBSCRIPT).                   00003030
           MOVE AUTH-LEVEL(WS-ROW-SUBSCRIPT)                            00003040
               TO OP-BRANCH-LEVEL(WS-ROW-SUBSCRIPT).                    00003050
                                                                        00003060
       750-EDIT-AUTHORITY-RECORD.                                       00003070
                                                                        00003080
           IF OP-OPERATOR-NAME = SPACES                                 00003090
               MOVE "ENTER THE OPERATOR NAME" TO WS-MESSAGE             00003100
               PERFORM 900-SEND-CONFIRMATION.                           00003110
           IF OP-ALL-BRANCH-LEVEL NOT = SPACE                           00003120
              AND OP-ALL-BRANCH-LEVEL NOT = "V"                         00003130
              AND OP-ALL-BRANCH-LEVEL NOT = "M"                         00003140
               MOVE "ALL BRANCHES MUST BE V, M, OR BLANK" TO WS-MESSAGE 00003150
               PERFORM 900-SEND-CONFIRMATION.                           00003160
           MOVE "N" TO WS-EDIT-ERROR-SWITCH.                            00003170
           PERFORM 760-EDIT-BRANCH-ROW                                  00003180
               VARYING WS-ROW-SUBSCRIPT FROM 1 BY 1                     00003190
               UNTIL WS-ROW-SUBSCRIPT > 10.                             00003200
           IF WS-EDIT-ERROR-SWITCH = "Y"                                00003210
               MOVE "EACH BRANCH NEEDS A NUMBER AND V OR M"             00003220
                   TO WS-MESSAGE                                        00003230
               PERFORM 900-SEND-CONFIRMATION.                           00003240
           IF (OP-ADD-FLAG NOT = "Y" AND OP-ADD-FLAG NOT = "N")         00003250
              OR (OP-UPDATE-FLAG NOT = "Y" AND OP-UPDATE-FLAG NOT = "N")00003260
              OR (OP-STATUS-FLAG NOT = "Y" AND OP-STATUS-FLAG NOT = "N")00003270
              OR (OP-CREDIT-LIMIT-FLAG NOT = "Y"                        00003280
                  AND OP-CREDIT-LIMIT-FLAG NOT = "N")                   00003290
              OR (OP-SUPERVISOR-FLAG NOT = "Y"                          00003300
                  AND OP-SUPERVISOR-FLAG NOT = "N")                     00003310
               MOVE "FUNCTION FLAGS MUST BE Y OR N" TO WS-MESSAGE       00003320
               PERFORM 900-SEND-CONFIRMATION.                           00003330
                                                                        00003340
       760-EDIT-BRANCH-ROW.                                             00003350
                                                                        00003360
           IF OP-BRANCH-NUMBER(WS-ROW-SUBSCRIPT) = SPACES               00003370
              AND OP-BRANCH-LEVEL(WS-ROW-SUBSCRIPT) = SPACE             00003380
               CONTINUE                                                 00003390
           ELSE                                                         00003400
               IF OP-BRANCH-NUMBER(WS-ROW-SUBSCRIPT) NOT NUMERIC        00003410
                  OR (OP-BRANCH-LEVEL(WS-ROW-SUBSCRIPT) NOT = "V"       00003420
                      AND OP-BRANCH-LEVEL(WS-ROW-SUBSCRIPT) NOT = "M")  00003430
                   MOVE "Y" TO WS-EDIT-ERROR-SWITCH.                    00003440
                                                                        00003450
       780-STAMP-LAST-CHANGE.                                           00003460
                                                                        00003470
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00003480
           COMPUTE OP-LAST-CHANGE-DATE =                                00003490
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00003500
           MOVE WS-USER-ID             TO OP-LAST-CHANGE-USER.          00003510
                                                                        00003520
       800-INVALID-FUNCTION.                                            00003530
                                                                        00003540
           MOVE "INVALID FUNCTION - USE I, A, U, OR D" TO WS-MESSAGE.   00003550
           PERFORM 900-SEND-CONFIRMATION.                               00003560
                                                                        00003570
       810-INVALID-USER-ID.                                             00003580
                                                                        00003590
           MOVE "ENTER THE USER ID TO MAINTAIN" TO WS-MESSAGE.          00003600
           PERFORM 900-SEND-CONFIRMATION.                               00003610
                                                                        00003620
       820-OPERATOR-NOT-FOUND.                                          00003630
                                                                        00003640
           MOVE "OPERATOR NOT FOUND" TO WS-MESSAGE.                     00003650
           PERFORM 900-SEND-CONFIRMATION.                               00003660
                                                                        00003670
       830-OPERATOR-ALREADY-EXISTS.                                     00003680
                                                                        00003690
           MOVE "OPERATOR ALREADY EXISTS" TO WS-MESSAGE.                00003700
           PERFORM 900-SEND-CONFIRMATION.                               00003710
                                                                        00003720
       880-LOG-SECURITY-VIOLATION.                                      00003730
                                                                        00003740
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00003750
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.                    00003760
           COMPUTE SV-VIOLATION-DATE =                                  00003770
               (CD-YEAR * 10000) + (CD-MONTH * 100) + CD-DAY.           00003780
           COMPUTE SV-VIOLATION-TIME =                                  00003790
               (CD-HOURS * 10000) + (CD-MINUTES * 100) + CD-SECONDS.    00003800
           MOVE WS-USER-ID             TO SV-USER-ID.                   00003810
           MOVE EIBTRMID               TO SV-TERMINAL-ID.               00003820
           MOVE EIBTRNID               TO SV-TRANSACTION-ID.            00003830
           MOVE WS-VIOLATION-REASON    TO SV-REASON-CODE.               00003840
           MOVE WS-OPERAUTH-KEY        TO SV-TARGET-USER-ID.            00003850
           MOVE ZERO TO WS-SECVIOL-RBA.                                 00003860
           EXEC CICS WRITE DATASET("SECVIOL")                           00003870
                          FROM(SECURITY-VIOLATION-RECORD)               00003880
                          RIDFLD(WS-SECVIOL-RBA)                        00003890
                          RBA                                           00003900
           END-EXEC.                                                    00003910
                                                                        00003920
       890-SEND-REFUSAL.                                                00003930
                                                                        00003940
           MOVE LOW-VALUES TO RPT2290O.                                 00003950
           MOVE WS-MESSAGE             TO MSGO.                         00003960
           EXEC CICS SEND MAP("RPT2290M")                               00003970
                          MAPSET("RPT2290S")                            00003980
                          ERASE                                         00003990
           END-EXEC.                                                    00004000
           EXEC CICS RETURN                                             00004010
           END-EXEC.                                                    00004020
                                                                        00004030
       900-SEND-CONFIRMATION.                                           00004040
                                                                        00004050
           MOVE LOW-VALUES TO RPT2290O.                                 00004060
           MOVE WS-MESSAGE             TO MSGO.                         00004070
           MOVE WS-OPERAUTH-KEY        TO USIDO.                        00004080
           EXEC CICS SEND MAP("RPT2290M")                               00004090
                          MAPSET("RPT2290S")                            00004100
                          DATAONLY                                      00004110
           END-EXEC.                                                    00004120
           EXEC CICS RETURN                                             00004130
               TRANSID("RP90")                                          00004140
               COMMAREA(WS-COMMAREA)                                    00004150
           END-EXEC.                                                    00004160
