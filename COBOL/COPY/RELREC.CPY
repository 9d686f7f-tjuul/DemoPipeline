000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* RELREC - Operator release record layout.                        00003000
000040* One record per release, keyed in by the operations desk         00004000
000050* when a named supervisor accepts a step's warning for the        00005000
000060* business date (rejects or duplicates the supervisor has         00006000
000070* reviewed).  Read by XaChnGat: a release lets the gated          00007000
000080* steps start past that step's warning, never past an out of      00008000
000090* balance or a hard failure, and a release with no                00009000
000100* supervisor id is ignored.                                       00010000
000110* -----------------------------------------------------------     00011000
000120 01  Operator-Release-Record.                                     00012000
000130     03  Or-Business-Date        pic 9(08).                       00013000
000140     03  Or-Program-Id           pic x(08).                       00014000
000150     03  Or-Supervisor-Id        pic x(08).                       00015000
000160     03  Or-Reason               pic x(30).                       00016000
