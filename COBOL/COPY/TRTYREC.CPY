000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* TRTYREC - Reinsurance treaty table record layout.               00003000
000040* One record per product code and risk tier covered by the        00004000
000050* surplus treaty: the retention we keep on any one life for       00005000
000060* that product and tier, in whole currency units, and the         00006000
000070* ceded premium rate per mille of the sum assured ceded above     00007000
000080* it.  Loaded by XaCedBrd at the start of the monthly             00008000
000090* bordereau run.                                                  00009000
000100* -----------------------------------------------------------     00010000
000110 01  Treaty-Record.                                               00011000
000120     03  Ty-Product-Code         pic x(04).                       00012000
000130     03  Ty-Risk-Tier            pic x(06).                       00013000
000140     03  Ty-Retention-Limit      pic 9(09).                       00014000
000150     03  Ty-Ceded-Rate-Pml       pic 9(03)v9(04).                 00015000
