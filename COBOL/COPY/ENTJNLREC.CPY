000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* ENTJNLREC - Desk entry journal record layout.                   00003000
000040* One record per transaction accepted at XaEntry, appended in     00004000
000050* keying order: who keyed it, when, which nightly transaction     00005000
000060* file it went to, and the transaction exactly as written         00006000
000070* (a CMTXNREC or POLTXNREC image, left-justified).                00007000
000080* -----------------------------------------------------------     00008000
000090 01  Entry-Journal-Record.                                        00009000
000100     03  Ej-Operator-Id          pic x(08).                       00010000
000110     03  Ej-Entry-Date           pic 9(08).                       00011000
000120     03  Ej-Entry-Time           pic 9(08).                       00012000
000130     03  Ej-Txn-File             pic x(01).                       00013000
000140         88  Ej-Customer-Txn         value "C".                   00014000
000150         88  Ej-Policy-Txn           value "P".                   00015000
000160     03  Ej-Txn-Image            pic x(32).                       00016000
