000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* NTCCTLREC - Premium notice control record layout.               00003000
000040* Indexed by Nt-Cust-Id on the notice control file, kept by       00004000
000050* XaNotice.  Nt-Billed-Loading-Pct is the loading the customer    00005000
000060* is billed at today; XaBilExt bills it whatever the risk         00006000
000070* report says.  A loading change the customer has been sent       00007000
000080* notice of waits in the pending fields until its effective       00008000
000090* date, the notice date plus the regulatory lead time, and        00009000
000092* only then becomes the billed loading.  Nt-Charged-Switch is set 00009200
000094* by XaEndors once it has raised the adjustment for the pending   00009400
000096* change.  A pending change dropped or replaced before it is      00009600
000098* billed is kept in the withdrawn (Nt-Wdn-) fields, dated the     00009800
000100* night it went, so XaEndors can reverse what it charged.  A      00010000
000102* customer on the notice worklist carries Nt-Worklist-Switch      00010200
000104* until a notice goes out or the loading settles back.            00010400
000110* -----------------------------------------------------------     00011000
000120 01  Notice-Control-Record.                                       00012000
000130     03  Nt-Cust-Id              pic 9(06).                       00013000
000140     03  Nt-Billed-Loading-Pct   pic 9(03).                       00014000
000150     03  Nt-Pending-Switch       pic x(01).                       00015000
000160         88  Nt-Change-Pending       value "Y".                   00016000
000170     03  Nt-Pending-Loading-Pct  pic 9(03).                       00017000
000180     03  Nt-Pending-Reason       pic x(08).                       00018000
000190     03  Nt-Notice-Date          pic 9(08).                       00019000
000200     03  Nt-Effective-Date       pic 9(08).                       00020000
000210     03  Nt-Charged-Switch       pic x(01).                       00021000
000220         88  Nt-Change-Charged       value "Y".                   00022000
000230     03  Nt-Wdn-Loading-Pct      pic 9(03).                       00023000
000240     03  Nt-Wdn-Effective-Date   pic 9(08).                       00024000
000250     03  Nt-Wdn-Date             pic 9(08).                       00025000
000260     03  Nt-Wdn-Charged-Switch   pic x(01).                       00026000
000270         88  Nt-Wdn-Was-Charged      value "Y".                   00027000
000280     03  Nt-Worklist-Switch      pic x(01).                       00028000
000290         88  Nt-On-Worklist          value "Y".                   00029000
