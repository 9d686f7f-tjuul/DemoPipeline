000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* ADDRREC - Correspondence address record layout.                 00003000
000040* Indexed by Ca-Cust-Id (the customer master's Cm-Cust-Id) on     00004000
000050* the correspondence address file: the name and mailing           00005000
000057* address customer letters go to.  Kept by XaCaMnt from the       00005700
000064* desk's address transactions; read by XaNotice for the           00006400
000071* premium-change notice.                                          00007100
000080* -----------------------------------------------------------     00008000
000090 01  Correspondence-Address-Record.                               00009000
000100     03  Ca-Cust-Id              pic 9(06).                       00010000
000110     03  Ca-Name                 pic x(30).                       00011000
000120     03  Ca-Address-Line-1       pic x(30).                       00012000
000130     03  Ca-Address-Line-2       pic x(30).                       00013000
000140     03  Ca-Town                 pic x(20).                       00014000
000150     03  Ca-Postcode             pic x(08).                       00015000
