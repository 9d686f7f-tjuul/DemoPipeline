000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* UWTXNREC - Underwriting requirement posting record layout.      00003000
000040* One per desk decision, applied by XaUwUpd: R posts the          00004000
000050* evidence as received, W waives it.  The key fields name         00005000
000060* the requirement exactly as XaUwChk opened it.                   00006000
000070* -----------------------------------------------------------     00007000
000080 01  Underwriting-Txn-Record.                                     00008000
000090     03  Ut-Cust-Id              pic 9(06).                       00009000
000100     03  Ut-Policy-No            pic 9(04).                       00010000
000110     03  Ut-Requirement-Code     pic x(04).                       00011000
000120     03  Ut-New-Status           pic x(01).                       00012000
000130         88  Ut-To-Received          value "R".                   00013000
000140         88  Ut-To-Waived            value "W".                   00014000
000150         88  Ut-Status-Valid         values "R" "W".              00015000
