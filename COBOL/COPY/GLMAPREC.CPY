000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* GLMAPREC - General ledger account mapping record layout.        00003000
000040* Loaded by XaGlJnl: which debit and credit account each kind     00004000
000050* of premium journal entry posts to.  Gm-Entry-Type is WRIT       00005000
000060* (premium written when billed), POST (billing acknowledged       00006000
000070* it) or SUSP (billed but not cleanly acknowledged, left in       00007000
000080* suspense).  A blank product code or tier maps every product     00008000
000090* or tier not given an entry of its own; the most specific        00009000
000100* entry wins.                                                     00010000
000110* -----------------------------------------------------------     00011000
000120 01  Gl-Account-Map-Record.                                       00012000
000130     03  Gm-Entry-Type           pic x(04).                       00013000
000140         88  Gm-Valid-Entry-Type     value "WRIT" "POST" "SUSP".  00014000
000150     03  Gm-Product-Code         pic x(04).                       00015000
000160     03  Gm-Risk-Tier            pic x(06).                       00016000
000170     03  Gm-Debit-Account        pic x(10).                       00017000
000180     03  Gm-Credit-Account       pic x(10).                       00018000
