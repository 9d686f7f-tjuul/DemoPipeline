000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* NTCWKREC - Premium notice worklist record layout.               00003000
000040* Written by XaNotice for each customer whose loading has moved   00004000
000050* but who cannot be sent notice, so the desk can chase the        00005000
000060* address.  Until a notice goes out the customer stays billed     00006000
000070* at the old loading.                                             00007000
000080* -----------------------------------------------------------     00008000
000090 01  Notice-Worklist-Record.                                      00009000
000100     03  Nw-Cust-Id              pic 9(06).                       00010000
000110     03  Nw-Old-Loading-Pct      pic 9(03).                       00011000
000120     03  Nw-New-Loading-Pct      pic 9(03).                       00012000
000130     03  Nw-Reason-Code          pic x(08).                       00013000
000140     03  Nw-Condition            pic x(30).                       00014000
000150     03  Nw-Run-Date             pic 9(08).                       00015000
