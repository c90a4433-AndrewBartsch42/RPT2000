      *RPT2210M - SYMBOLIC MAP FOR CUSTOMER INVOICE INQUIRY             00000010
       01  RPT2210I.                                                    00000020
           02  FILLER PIC X(12).                                        00000030
           02  BRNOL COMP PIC S9(4).                                    00000040
           02  BRNOF PICTURE X.                                         00000050
           02  FILLER REDEFINES BRNOF.                                  00000060
               03  BRNOA PICTURE X.                                     00000070
           02  BRNOI PIC X(2).                                          00000080
           02  CUSTL COMP PIC S9(4).                                    00000090
           02  CUSTF PICTURE X.                                         00000100
           02  FILLER REDEFINES CUSTF.                                  00000110
               03  CUSTA PICTURE X.                                     00000120
           02  CUSTI PIC X(5).                                          00000130
           02  NAMEL COMP PIC S9(4).                                    00000140
           02  NAMEF PICTURE X.                                         00000150
           02  FILLER REDEFINES NAMEF.                                  00000160
               03  NAMEA PICTURE X.                                     00000170
           02  NAMEI PIC X(20).                                         00000180
           02  STATL COMP PIC S9(4).                                    00000190
           02  STATF PICTURE X.                                         00000200
           02  FILLER REDEFINES STATF.                                  00000210
               03  STATA PICTURE X.                                     00000220
           02  STATI PIC X(1).                                          00000230
           02  TYTDL COMP PIC S9(4).                                    00000240
           02  TYTDF PICTURE X.                                         00000250
           02  FILLER REDEFINES TYTDF.                                  00000260
               03  TYTDA PICTURE X.                                     00000270
           02  TYTDI PIC X(15).                                         00000280
           02  YAMTL COMP PIC S9(4).                                    00000290
           02  YAMTF PICTURE X.                                         00000300
           02  FILLER REDEFINES YAMTF.                                  00000310
               03  YAMTA PICTURE X.                                     00000320
           02  YAMTI PIC X(15).                                         00000330
           02  TCNTL COMP PIC S9(4).                                    00000340
           02  TCNTF PICTURE X.                                         00000350
           02  FILLER REDEFINES TCNTF.                                  00000360
               03  TCNTA PICTURE X.                                     00000370
           02  TCNTI PIC X(5).                                          00000380
           02  YCNTL COMP PIC S9(4).                                    00000390
           02  YCNTF PICTURE X.                                         00000400
           02  FILLER REDEFINES YCNTF.                                  00000410
               03  YCNTA PICTURE X.                                     00000420
           02  YCNTI PIC X(5).                                          00000430
           02  DET01L COMP PIC S9(4).                                   00000440
           02  DET01F PICTURE X.                                        00000450
           02  FILLER REDEFINES DET01F.                                 00000460
               03  DET01A PICTURE X.                                    00000470
           02  DET01I PIC X(60).                                        00000480
           02  DET02L COMP PIC S9(4).                                   00000490
           02  DET02F PICTURE X.                                        00000500
           02  FILLER REDEFINES DET02F.                                 00000510
               03  DET02A PICTURE X.                                    00000520
           02  DET02I PIC X(60).                                        00000530
           02  DET03L COMP PIC S9(4).                                   00000540
           02  DET03F PICTURE X.                                        00000550
           02  FILLER REDEFINES DET03F.                                 00000560
               03  DET03A PICTURE X.                                    00000570
           02  DET03I PIC X(60).                                        00000580
           02  DET04L COMP PIC S9(4).                                   00000590
           02  DET04F PICTURE X.                                        00000600
           02  FILLER REDEFINES DET04F.                                 00000610
               03  DET04A PICTURE X.                                    00000620
           02  DET04I PIC X(60).                                        00000630
           02  DET05L COMP PIC S9(4).                                   00000640
           02  DET05F PICTURE X.                                        00000650
           02  FILLER REDEFINES DET05F.                                 00000660
               03  DET05A PICTURE X.                                    00000670
           02  DET05I PIC X(60).                                        00000680
           02  DET06L COMP PIC S9(4).                                   00000690
           02  DET06F PICTURE X.                                        00000700
           02  FILLER REDEFINES DET06F.                                 00000710
               03  DET06A PICTURE X.                                    00000720
           02  DET06I PIC X(60).                                        00000730
           02  DET07L COMP PIC S9(4).                                   00000740
           02  DET07F PICTURE X.                                        00000750
           02  FILLER REDEFINES DET07F.                                 00000760
               03  DET07A PICTURE X.                                    00000770
           02  DET07I PIC X(60).                                        00000780
           02  DET08L COMP PIC S9(4).                                   00000790
           02  DET08F PICTURE X.                                        00000800
           02  FILLER REDEFINES DET08F.                                 00000810
               03  DET08A PICTURE X.                                    00000820
           02  DET08I PIC X(60).                                        00000830
           02  DET09L COMP PIC S9(4).                                   00000840
           02  DET09F PICTURE X.                                        00000850
           02  FILLER REDEFINES DET09F.                                 00000860
               03  DET09A PICTURE X.                                    00000870
           02  DET09I PIC X(60).                                        00000880
           02  DET10L COMP PIC S9(4).                                   00000890
           02  DET10F PICTURE X.                                        00000900
           02  FILLER REDEFINES DET10F.                                 00000910
               03  DET10A PICTURE X.                                    00000920
           02  DET10I PIC X(60).                                        00000930
           02  DET11L COMP PIC S9(4).                                   00000940
           02  DET11F PICTURE X.                                        00000950
           02  FILLER REDEFINES DET11F.                                 00000960
               03  DET11A PICTURE X.                                    00000970
           02  DET11I PIC X(60).                                        00000980
           02  DET12L COMP PIC S9(4).                                   00000990
           02  DET12F PICTURE X.                                        00001000
           02  FILLER REDEFINES DET12F.                                 00001010
               03  DET12A PICTURE X.                                    00001020
           02  DET12I PIC X(60).                                        00001030
           02  MSGL  COMP PIC S9(4).                                    00001040
           02  MSGF  PICTURE X.                                         00001050
           02  FILLER REDEFINES MSGF.                                   00001060
               03  MSGA  PICTURE X.                                     00001070
           02  MSGI  PIC X(40).                                         00001080
                                                                        00001090
       01  RPT2210O REDEFINES RPT2210I.                                 00001100
           02  FILLER PIC X(12).                                        00001110
           02  FILLER PIC X(3).                                         00001120
           02  BRNOO PIC X(2).                                          00001130
           02  FILLER PIC X(3).                                         00001140
           02  CUSTO PIC X(5).                                          00001150
           02  FILLER PIC X(3).                                         00001160
           02  NAMEO PIC X(20).                                         00001170
           02  FILLER PIC X(3).                                         00001180
           02  STATO PIC X(1).                                          00001190
           02  FILLER PIC X(3).                                         00001200
           02  TYTDO PIC X(15).                                         00001210
           02  FILLER PIC X(3).                                         00001220
           02  YAMTO PIC X(15).                                         00001230
           02  FILLER PIC X(3).                                         00001240
           02  TCNTO PIC X(5).                                          00001250
           02  FILLER PIC X(3).                                         00001260
           02  YCNTO PIC X(5).                                          00001270
           02  FILLER PIC X(3).                                         00001280
           02  DET01O PIC X(60).                                        00001290
           02  FILLER PIC X(3).                                         00001300
           02  DET02O PIC X(60).                                        00001310
           02  FILLER PIC X(3).                                         00001320
           02  DET03O PIC X(60).                                        00001330
           02  FILLER PIC X(3).                                         00001340
           02  DET04O PIC X(60).                                        00001350
           02  FILLER PIC X(3).                                         00001360
           02  DET05O PIC X(60).                                        00001370
           02  FILLER PIC X(3).                                         00001380
           02  DET06O PIC X(60).                                        00001390
           02  FILLER PIC X(3).                                         00001400
           02  DET07O PIC X(60).                                        00001410
           02  FILLER PIC X(3).                                         00001420
           02  DET08O PIC X(60).                                        00001430
           02  FILLER PIC X(3).                                         00001440
           02  DET09O PIC X(60).                                        00001450
           02  FILLER PIC X(3).                                         00001460
           02  DET10O PIC X(60).                                        00001470
           02  FILLER PIC X(3).                                         00001480
           02  DET11O PIC X(60).                                        00001490
           02  FILLER PIC X(3).                                         00001500
           02  DET12O PIC X(60).                                        00001510
           02  FILLER PIC X(3).                                         00001520
           02  MSGO  PIC X(40).                                         00001530
                                                                        00001540
       01  RPT2210R REDEFINES RPT2210I.                                 00001550
           02  FILLER PIC X(104).                                       00001560
           02  INVOICE-ROW OCCURS 12 TIMES.                             00001570
               03  ROW-DET-LENGTH COMP PIC S9(4).                       00001580
               03  ROW-DET-ATTR   PICTURE X.                            00001590
               03  ROW-DET        PIC X(60).                            00001600
