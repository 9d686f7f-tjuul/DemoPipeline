000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* UWREQREC - Outstanding underwriting requirement layout.         00003000
000040* Indexed by Ur-Requirement-Key (customer, policy, evidence       00004000
000050* code) on UWREQFILE.  Opened by XaUwChk when an added or         00005000
000060* increased policy needs evidence, cleared by the desk            00006000
000070* through XaUwUpd as received or waived, and aged by              00007000
000080* XaUwAge.  XaRsDrv holds a customer out of rating - and so       00008000
000090* out of billing - while any requirement is open.  The            00009000
000100* release date is zero until XaUwAge has fed the clearance        00010000
000110* to the delta file, so a customer is queued for re-rating        00011000
000120* once, when the last of its requirements clears.                 00012000
000130* -----------------------------------------------------------     00013000
000140 01  Underwriting-Requirement-Record.                             00014000
000150     03  Ur-Requirement-Key.                                      00015000
000160         05  Ur-Cust-Id          pic 9(06).                       00016000
000170         05  Ur-Policy-No        pic 9(04).                       00017000
000180         05  Ur-Requirement-Code pic x(04).                       00018000
000190     03  Ur-Status               pic x(01).                       00019000
000200         88  Ur-Status-Open          value "O".                   00020000
000210         88  Ur-Status-Received      value "R".                   00021000
000220         88  Ur-Status-Waived        value "W".                   00022000
000230         88  Ur-Status-Cleared       values "R" "W".              00023000
000240     03  Ur-Description          pic x(24).                       00024000
000250     03  Ur-Rating-Age           pic 9(03).                       00025000
000260     03  Ur-Aggregate-Sum        pic 9(12).                       00026000
000270     03  Ur-Opened-Date          pic 9(08).                       00027000
000280     03  Ur-Cleared-Date         pic 9(08).                       00028000
000290     03  Ur-Release-Date         pic 9(08).                       00029000
