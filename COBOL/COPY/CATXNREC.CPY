000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* CATXNREC - Correspondence address transaction record layout.    00003000
000040* One transaction per customer per cycle, applied by XaCaMnt to   00004000
000050* the correspondence address file: A adds the customer's          00005000
000060* address, C replaces it, D removes it.  The data fields mirror   00006000
000070* ADDRREC; a delete only needs Ax-Cust-Id filled.                 00007000
000080* -----------------------------------------------------------     00008000
000090 01  Address-Txn-Record.                                          00009000
000100     03  Ax-Action               pic x(01).                       00010000
000110         88  Ax-Add                  value "A".                   00011000
000120         88  Ax-Change               value "C".                   00012000
000130         88  Ax-Delete               value "D".                   00013000
000140     03  Ax-Cust-Id              pic 9(06).                       00014000
000150     03  Ax-Name                 pic x(30).                       00015000
000160     03  Ax-Address-Line-1       pic x(30).                       00016000
000170     03  Ax-Address-Line-2       pic x(30).                       00017000
000180     03  Ax-Town                 pic x(20).                       00018000
000190     03  Ax-Postcode             pic x(08).                       00019000
