000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* CLAIMREC - Claim record layout.                                 00003000
000040* One record per claim, sorted ascending by customer id and       00004000
000050* policy number like the policy file, maintained by XaClmMnt      00005000
000060* from the claims transaction file.  The product code is          00006000
000070* taken off the policy when the claim is registered, so the       00007000
000080* loss-ratio report can still place a claim by product once       00008000
000090* the policy itself has been cancelled.  The amount paid is       00009000
000100* the running total paid on the claim to date.                    00010000
000110* -----------------------------------------------------------     00011000
000120 01  Claim-Record.                                                00012000
000130     03  Cl-Cust-Id              pic 9(06).                       00013000
000140     03  Cl-Policy-No            pic 9(04).                       00014000
000150     03  Cl-Product-Code         pic x(04).                       00015000
000160     03  Cl-Claim-Date           pic 9(08).                       00016000
000170     03  Cl-Cause-Code           pic x(04).                       00017000
000180     03  Cl-Amount-Paid          pic 9(09)v99.                    00018000
000190     03  Cl-Claim-Status         pic x(01).                       00019000
000200         88  Cl-Open                 value "O".                   00020000
000210         88  Cl-Paid                 value "P".                   00021000
000220         88  Cl-Declined             value "D".                   00022000
000230         88  Cl-Valid-Status         value "O" "P" "D".           00023000
