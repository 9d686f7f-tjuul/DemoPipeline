000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* NOTICEREC - Premium-change notice record layout.                00003000
000040* Written by XaNotice, one print-ready record per customer        00004000
000050* whose premium loading has moved, for the correspondence run:    00005000
000060* name and mailing address, the premium billed today and the      00006000
000070* premium from the effective date, and why it moved - a tier      00007000
000080* change on rating (TIER) or an underwriter override              00008000
000090* (OVERRIDE).  Premiums are the loaded annual premium.            00009000
000100* -----------------------------------------------------------     00010000
000110 01  Premium-Notice-Record.                                       00011000
000120     03  Pn-Cust-Id              pic 9(06).                       00012000
000130     03  Pn-Name                 pic x(30).                       00013000
000140     03  Pn-Address-Line-1       pic x(30).                       00014000
000150     03  Pn-Address-Line-2       pic x(30).                       00015000
000160     03  Pn-Town                 pic x(20).                       00016000
000170     03  Pn-Postcode             pic x(08).                       00017000
000180     03  Pn-Old-Loading-Pct      pic 9(03).                       00018000
000190     03  Pn-Old-Premium          pic 9(09)v99.                    00019000
000200     03  Pn-New-Loading-Pct      pic 9(03).                       00020000
000210     03  Pn-New-Premium          pic 9(09)v99.                    00021000
000220     03  Pn-Reason-Code          pic x(08).                       00022000
000230         88  Pn-Tier-Change          value "TIER".                00023000
000240         88  Pn-Override             value "OVERRIDE".            00024000
000250     03  Pn-Notice-Date          pic 9(08).                       00025000
000260     03  Pn-Effective-Date       pic 9(08).                       00026000
