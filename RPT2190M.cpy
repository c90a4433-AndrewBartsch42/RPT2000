      *RPT2190M - SYMBOLIC MAP FOR SUSPENSE MAINTENANCE TRANSACTION     00000010
       01  RPT2190I.                                                    00000020
           02  FILLER PIC X(12).                                        00000030
           02  FUNCL COMP PIC S9(4).                                    00000040
           02  FUNCF PICTURE X.                                         00000050
           02  FILLER REDEFINES FUNCF.                                  00000060
               03  FUNCA PICTURE X.                                     00000070
           02  FUNCI PIC X(1).                                          00000080
           02  SKDTL COMP PIC S9(4).                                    00000090
           02  SKDTF PICTURE X.                                         00000100
           02  FILLER REDEFINES SKDTF.                                  00000110
               03  SKDTA PICTURE X.                                     00000120
           02  SKDTI PIC X(8).                                          00000130
           02  SKSQL COMP PIC S9(4).                                    00000140
           02  SKSQF PICTURE X.                                         00000150
           02  FILLER REDEFINES SKSQF.                                  00000160
               03  SKSQA PICTURE X.                                     00000170
           02  SKSQI PIC X(5).                                          00000180
           02  INVNL COMP PIC S9(4).                                    00000190
           02  INVNF PICTURE X.                                         00000200
           02  FILLER REDEFINES INVNF.                                  00000210
               03  INVNA PICTURE X.                                     00000220
           02  INVNI PIC X(8).                                          00000230
           02  INVDL COMP PIC S9(4).                                    00000240
           02  INVDF PICTURE X.                                         00000250
           02  FILLER REDEFINES INVDF.                                  00000260
               03  INVDA PICTURE X.                                     00000270
           02  INVDI PIC X(8).                                          00000280
           02  AMNTL COMP PIC S9(4).                                    00000290
           02  AMNTF PICTURE X.                                         00000300
           02  FILLER REDEFINES AMNTF.                                  00000310
               03  AMNTA PICTURE X.                                     00000320
           02  AMNTI PIC X(13).                                         00000330
           02  RESNL COMP PIC S9(4).                                    00000340
           02  RESNF PICTURE X.                                         00000350
           02  FILLER REDEFINES RESNF.                                  00000360
               03  RESNA PICTURE X.                                     00000370
           02  RESNI PIC X(30).                                         00000380
           02  FRSTL COMP PIC S9(4).                                    00000390
           02  FRSTF PICTURE X.                                         00000400
           02  FILLER REDEFINES FRSTF.                                  00000410
               03  FRSTA PICTURE X.                                     00000420
           02  FRSTI PIC X(8).                                          00000430
           02  ISTAL COMP PIC S9(4).                                    00000440
           02  ISTAF PICTURE X.                                         00000450
           02  FILLER REDEFINES ISTAF.                                  00000460
               03  ISTAA PICTURE X.                                     00000470
           02  ISTAI PIC X(1).                                          00000480
           02  BRNOL COMP PIC S9(4).                                    00000490
           02  BRNOF PICTURE X.                                         00000500
           02  FILLER REDEFINES BRNOF.                                  00000510
               03  BRNOA PICTURE X.                                     00000520
           02  BRNOI PIC X(2).                                          00000530
           02  CUSTL COMP PIC S9(4).                                    00000540
           02  CUSTF PICTURE X.                                         00000550
           02  FILLER REDEFINES CUSTF.                                  00000560
               03  CUSTA PICTURE X.                                     00000570
           02  CUSTI PIC X(5).                                          00000580
           02  REPOL COMP PIC S9(4).                                    00000590
           02  REPOF PICTURE X.                                         00000600
           02  FILLER REDEFINES REPOF.                                  00000610
               03  REPOA PICTURE X.                                     00000620
           02  REPOI PIC X(2).                                          00000630
           02  NAMEL COMP PIC S9(4).                                    00000640
           02  NAMEF PICTURE X.                                         00000650
           02  FILLER REDEFINES NAMEF.                                  00000660
               03  NAMEA PICTURE X.                                     00000670
           02  NAMEI PIC X(20).                                         00000680
           02  MSGL  COMP PIC S9(4).                                    00000690
           02  MSGF  PICTURE X.                                         00000700
           02  FILLER REDEFINES MSGF.                                   00000710
               03  MSGA  PICTURE X.                                     00000720
           02  MSGI  PIC X(40).                                         00000730
                                                                        00000740
       01  RPT2190O REDEFINES RPT2190I.                                 00000750
           02  FILLER PIC X(12).                                        00000760
           02  FILLER PIC X(3).                                         00000770
           02  FUNCO PIC X(1).                                          00000780
           02  FILLER PIC X(3).                                         00000790
           02  SKDTO PIC X(8).                                          00000800
           02  FILLER PIC X(3).                                         00000810
           02  SKSQO PIC X(5).                                          00000820
           02  FILLER PIC X(3).                                         00000830
           02  INVNO PIC X(8).                                          00000840
           02  FILLER PIC X(3).                                         00000850
           02  INVDO PIC X(8).                                          00000860
           02  FILLER PIC X(3).                                         00000870
           02  AMNTO PIC X(13).                                         00000880
           02  FILLER PIC X(3).                                         00000890
           02  RESNO PIC X(30).                                         00000900
           02  FILLER PIC X(3).                                         00000910
           02  FRSTO PIC X(8).                                          00000920
           02  FILLER PIC X(3).                                         00000930
           02  ISTAO PIC X(1).                                          00000940
           02  FILLER PIC X(3).                                         00000950
           02  BRNOO PIC X(2).                                          00000960
           02  FILLER PIC X(3).                                         00000970
           02  CUSTO PIC X(5).                                          00000980
           02  FILLER PIC X(3).                                         00000990
           02  REPOO PIC X(2).                                          00001000
           02  FILLER PIC X(3).                                         00001010
           02  NAMEO PIC X(20).                                         00001020
           02  FILLER PIC X(3).                                         00001030
           02  MSGO  PIC X(40).                                         00001040
