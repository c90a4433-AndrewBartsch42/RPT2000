      *RPT2290M - SYMBOLIC MAP FOR OPERATOR AUTHORITY MAINTENANCE       00000010
       01  RPT2290I.                                                    00000020
           02  FILLER PIC X(12).                                        00000030
           02  FUNCL COMP PIC S9(4).                                    00000040
           02  FUNCF PICTURE X.                                         00000050
           02  FILLER REDEFINES FUNCF.                                  00000060
               03  FUNCA PICTURE X.                                     00000070
           02  FUNCI PIC X(1).                                          00000080
           02  USIDL COMP PIC S9(4).                                    00000090
           02  USIDF PICTURE X.                                         00000100
           02  FILLER REDEFINES USIDF.                                  00000110
               03  USIDA PICTURE X.                                     00000120
           02  USIDI PIC X(8).                                          00000130
           02  ONAML COMP PIC S9(4).                                    00000140
           02  ONAMF PICTURE X.                                         00000150
           02  FILLER REDEFINES ONAMF.                                  00000160
               03  ONAMA PICTURE X.                                     00000170
           02  ONAMI PIC X(20).                                         00000180
           02  ALLBL COMP PIC S9(4).                                    00000190
           02  ALLBF PICTURE X.                                         00000200
           02  FILLER REDEFINES ALLBF.                                  00000210
               03  ALLBA PICTURE X.                                     00000220
           02  ALLBI PIC X(1).                                          00000230
           02  BR01L COMP PIC S9(4).                                    00000240
           02  BR01F PICTURE X.                                         00000250
           02  FILLER REDEFINES BR01F.                                  00000260
               03  BR01A PICTURE X.                                     00000270
           02  BR01I PIC X(2).                                          00000280
           02  LV01L COMP PIC S9(4).                                    00000290
           02  LV01F PICTURE X.                                         00000300
           02  FILLER REDEFINES LV01F.                                  00000310
               03  LV01A PICTURE X.                                     00000320
           02  LV01I PIC X(1).                                          00000330
           02  BR02L COMP PIC S9(4).                                    00000340
           02  BR02F PICTURE X.                                         00000350
           02  FILLER REDEFINES BR02F.                                  00000360
               03  BR02A PICTURE X.                                     00000370
           02  BR02I PIC X(2).                                          00000380
           02  LV02L COMP PIC S9(4).                                    00000390
           02  LV02F PICTURE X.                                         00000400
           02  FILLER REDEFINES LV02F.                                  00000410
               03  LV02A PICTURE X.                                     00000420
           02  LV02I PIC X(1).                                          00000430
           02  BR03L COMP PIC S9(4).                                    00000440
           02  BR03F PICTURE X.                                         00000450
           02  FILLER REDEFINES BR03F.                                  00000460
               03  BR03A PICTURE X.                                     00000470
           02  BR03I PIC X(2).                                          00000480
           02  LV03L COMP PIC S9(4).                                    00000490
           02  LV03F PICTURE X.                                         00000500
           02  FILLER REDEFINES LV03F.                                  00000510
               03  LV03A PICTURE X.                                     00000520
           02  LV03I PIC X(1).                                          00000530
           02  BR04L COMP PIC S9(4).                                    00000540
           02  BR04F PICTURE X.                                         00000550
           02  FILLER REDEFINES BR04F.                                  00000560
               03  BR04A PICTURE X.                                     00000570
           02  BR04I PIC X(2).                                          00000580
           02  LV04L COMP PIC S9(4).                                    00000590
           02  LV04F PICTURE X.                                         00000600
           02  FILLER REDEFINES LV04F.                                  00000610
               03  LV04A PICTURE X.                                     00000620
           02  LV04I PIC X(1).                                          00000630
           02  BR05L COMP PIC S9(4).                                    00000640
           02  BR05F PICTURE X.                                         00000650
           02  FILLER REDEFINES BR05F.                                  00000660
               03  BR05A PICTURE X.                                     00000670
           02  BR05I PIC X(2).                                          00000680
           02  LV05L COMP PIC S9(4).                                    00000690
           02  LV05F PICTURE X.                                         00000700
           02  FILLER REDEFINES LV05F.                                  00000710
               03  LV05A PICTURE X.                                     00000720
           02  LV05I PIC X(1).                                          00000730
           02  BR06L COMP PIC S9(4).                                    00000740
           02  BR06F PICTURE X.                                         00000750
           02  FILLER REDEFINES BR06F.                                  00000760
               03  BR06A PICTURE X.                                     00000770
           02  BR06I PIC X(2).                                          00000780
           02  LV06L COMP PIC S9(4).                                    00000790
           02  LV06F PICTURE X.                                         00000800
           02  FILLER REDEFINES LV06F.                                  00000810
               03  LV06A PICTURE X.                                     00000820
           02  LV06I PIC X(1).                                          00000830
           02  BR07L COMP PIC S9(4).                                    00000840
           02  BR07F PICTURE X.                                         00000850
           02  FILLER REDEFINES BR07F.                                  00000860
               03  BR07A PICTURE X.                                     00000870
           02  BR07I PIC X(2).                                          00000880
           02  LV07L COMP PIC S9(4).                                    00000890
           02  LV07F PICTURE X.                                         00000900
           02  FILLER REDEFINES LV07F.                                  00000910
               03  LV07A PICTURE X.                                     00000920
           02  LV07I PIC X(1).                                          00000930
           02  BR08L COMP PIC S9(4).                                    00000940
           02  BR08F PICTURE X.                                         00000950
           02  FILLER REDEFINES BR08F.                                  00000960
               03  BR08A PICTURE X.                                     00000970
           02  BR08I PIC X(2).                                          00000980
           02  LV08L COMP PIC S9(4).                                    00000990
           02  LV08F PICTURE X.                                         00001000
           02  FILLER REDEFINES LV08F.                                  00001010
               03  LV08A PICTURE X.                                     00001020
           02  LV08I PIC X(1).                                          00001030
           02  BR09L COMP PIC S9(4).                                    00001040
           02  BR09F PICTURE X.                                         00001050
           02  FILLER REDEFINES BR09F.                                  00001060
               03  BR09A PICTURE X.                                     00001070
           02  BR09I PIC X(2).                                          00001080
           02  LV09L COMP PIC S9(4).                                    00001090
           02  LV09F PICTURE X.                                         00001100
           02  FILLER REDEFINES LV09F.                                  00001110
               03  LV09A PICTURE X.                                     00001120
           02  LV09I PIC X(1).                                          00001130
           02  BR10L COMP PIC S9(4).                                    00001140
           02  BR10F PICTURE X.                                         00001150
           02  FILLER REDEFINES BR10F.                                  00001160
               03  BR10A PICTURE X.                                     00001170
           02  BR10I PIC X(2).                                          00001180
           02  LV10L COMP PIC S9(4).                                    00001190
           02  LV10F PICTURE X.                                         00001200
           02  FILLER REDEFINES LV10F.                                  00001210
               03  LV10A PICTURE X.                                     00001220
           02  LV10I PIC X(1).                                          00001230
           02  ADDFL COMP PIC S9(4).                                    00001240
           02  ADDFF PICTURE X.                                         00001250
           02  FILLER REDEFINES ADDFF.                                  00001260
               03  ADDFA PICTURE X.                                     00001270
           02  ADDFI PIC X(1).                                          00001280
           02  UPDFL COMP PIC S9(4).                                    00001290
           02  UPDFF PICTURE X.                                         00001300
           02  FILLER REDEFINES UPDFF.                                  00001310
               03  UPDFA PICTURE X.                                     00001320
           02  UPDFI PIC X(1).                                          00001330
           02  STSFL COMP PIC S9(4).                                    00001340
           02  STSFF PICTURE X.                                         00001350
           02  FILLER REDEFINES STSFF.                                  00001360
               03  STSFA PICTURE X.                                     00001370
           02  STSFI PIC X(1).                                          00001380
           02  CRDFL COMP PIC S9(4).                                    00001390
           02  CRDFF PICTURE X.                                         00001400
           02  FILLER REDEFINES CRDFF.                                  00001410
               03  CRDFA PICTURE X.                                     00001420
           02  CRDFI PIC X(1).                                          00001430
           02  SUPFL COMP PIC S9(4).                                    00001440
           02  SUPFF PICTURE X.                                         00001450
           02  FILLER REDEFINES SUPFF.                                  00001460
               03  SUPFA PICTURE X.                                     00001470
           02  SUPFI PIC X(1).                                          00001480
           02  LCDTL COMP PIC S9(4).                                    00001490
           02  LCDTF PICTURE X.                                         00001500
           02  FILLER REDEFINES LCDTF.                                  00001510
               03  LCDTA PICTURE X.                                     00001520
           02  LCDTI PIC X(8).                                          00001530
           02  LCUSL COMP PIC S9(4).                                    00001540
           02  LCUSF PICTURE X.                                         00001550
           02  FILLER REDEFINES LCUSF.                                  00001560
               03  LCUSA PICTURE X.                                     00001570
           02  LCUSI PIC X(8).                                          00001580
           02  MSGL  COMP PIC S9(4).                                    00001590
           02  MSGF  PICTURE X.                                         00001600
           02  FILLER REDEFINES MSGF.                                   00001610
               03  MSGA  PICTURE X.                                     00001620
           02  MSGI  PIC X(40).                                         00001630
                                                                        00001640
       01  RPT2290O REDEFINES RPT2290I.                                 00001650
           02  FILLER PIC X(12).                                        00001660
           02  FILLER PIC X(3).                                         00001670
           02  FUNCO PIC X(1).                                          00001680
           02  FILLER PIC X(3).                                         00001690
           02  USIDO PIC X(8).                                          00001700
           02  FILLER PIC X(3).                                         00001710
           02  ONAMO PIC X(20).                                         00001720
           02  FILLER PIC X(3).                                         00001730
           02  ALLBO PIC X(1).                                          00001740
           02  FILLER PIC X(3).                                         00001750
           02  BR01O PIC X(2).                                          00001760
           02  FILLER PIC X(3).                                         00001770
           02  LV01O PIC X(1).                                          00001780
           02  FILLER PIC X(3).                                         00001790
           02  BR02O PIC X(2).                                          00001800
           02  FILLER PIC X(3).                                         00001810
           02  LV02O PIC X(1).                                          00001820
           02  FILLER PIC X(3).                                         00001830
           02  BR03O PIC X(2).                                          00001840
           02  FILLER PIC X(3).                                         00001850
           02  LV03O PIC X(1).                                          00001860
           02  FILLER PIC X(3).                                         00001870
           02  BR04O PIC X(2).                                          00001880
           02  FILLER PIC X(3).                                         00001890
           02  LV04O PIC X(1).                                          00001900
           02  FILLER PIC X(3).                                         00001910
           02  BR05O PIC X(2).                                          00001920
           02  FILLER PIC X(3).                                         00001930
           02  LV05O PIC X(1).                                          00001940
           02  FILLER PIC X(3).                                         00001950
           02  BR06O PIC X(2).                                          00001960
           02  FILLER PIC X(3).                                         00001970
           02  LV06O PIC X(1).                                          00001980
           02  FILLER PIC X(3).                                         00001990
           02  BR07O PIC X(2).                                          00002000
           02  FILLER PIC X(3).                                         00002010
           02  LV07O PIC X(1).                                          00002020
           02  FILLER PIC X(3).                                         00002030
           02  BR08O PIC X(2).                                          00002040
           02  FILLER PIC X(3).                                         00002050
           02  LV08O PIC X(1).                                          00002060
           02  FILLER PIC X(3).                                         00002070
           02  BR09O PIC X(2).                                          00002080
           02  FILLER PIC X(3).                                         00002090
           02  LV09O PIC X(1).                                          00002100
           02  FILLER PIC X(3).                                         00002110
           02  BR10O PIC X(2).                                          00002120
           02  FILLER PIC X(3).                                         00002130
           02  LV10O PIC X(1).                                          00002140
           02  FILLER PIC X(3).                                         00002150
           02  ADDFO PIC X(1).                                          00002160
           02  FILLER PIC X(3).                                         00002170
           02  UPDFO PIC X(1).                                          00002180
           02  FILLER PIC X(3).                                         00002190
           02  STSFO PIC X(1).                                          00002200
           02  FILLER PIC X(3).                                         00002210
           02  CRDFO PIC X(1).                                          00002220
           02  FILLER PIC X(3).                                         00002230
           02  SUPFO PIC X(1).                                          00002240
           02  FILLER PIC X(3).                                         00002250
           02  LCDTO PIC X(8).                                          00002260
           02  FILLER PIC X(3).                                         00002270
           02  LCUSO PIC X(8).                                          00002280
           02  FILLER PIC X(3).                                         00002290
           02  MSGO  PIC X(40).                                         00002300
                                                                        00002310
       01  RPT2290R REDEFINES RPT2290I.                                 00002320
           02  FILLER PIC X(54).                                        00002330
           02  AUTHORITY-ROW OCCURS 10 TIMES.                           00002340
               03  AUTH-BRANCH-LENGTH COMP PIC S9(4).                   00002350
               03  AUTH-BRANCH-ATTR   PICTURE X.                        00002360
               03  AUTH-BRANCH        PIC X(2).                         00002370
               03  AUTH-LEVEL-LENGTH  COMP PIC S9(4).                   00002380
               03  AUTH-LEVEL-ATTR    PICTURE X.                        00002390
               03  AUTH-LEVEL         PIC X(1).                         00002400
