000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* CLMTXNREC - Claim change transaction record layout.             00003000
000040* One transaction per claim per cycle, sorted ascending by        00004000
000050* Cx-Cust-Id and Cx-Policy-No: A registers a new claim against    00005000
000060* an existing policy, C replaces the claim details (payment,      00006000
000070* status), X withdraws a claim registered in error.  The data     00007000
000080* fields mirror CLAIMREC less the product code, which comes       00008000
000090* off the policy; a withdrawal only needs the customer id and     00009000
000100* policy number filled.                                           00010000
000110* -----------------------------------------------------------     00011000
000120 01  Claim-Txn-Record.                                            00012000
000130     03  Cx-Action               pic x(01).                       00013000
000140         88  Cx-Add                  value "A".                   00014000
000150         88  Cx-Change               value "C".                   00015000
000160         88  Cx-Withdraw             value "X".                   00016000
000170     03  Cx-Cust-Id              pic 9(06).                       00017000
000180     03  Cx-Policy-No            pic 9(04).                       00018000
000190     03  Cx-Claim-Date           pic 9(08).                       00019000
000200     03  Cx-Cause-Code           pic x(04).                       00020000
000210     03  Cx-Amount-Paid          pic 9(09)v99.                    00021000
000220     03  Cx-Claim-Status         pic x(01).                       00022000
000230         88  Cx-Valid-Status         value "O" "P" "D".           00023000
