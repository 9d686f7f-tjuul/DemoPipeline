000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* AUDPARMREC - Audit re-verification parameter record layout.     00003000
000040* One record, read by XaAudVer.  Selects the audited ratings to   00004000
000050* re-perform by run date range and customer id range, as          00005000
000060* RTVPARMREC does for a history pull; a single-customer request   00006000
000070* keys the same id into both ends, and a high id or to-date of    00007000
000080* zero means open-ended.                                          00008000
000090* -----------------------------------------------------------     00009000
000100 01  Audit-Verify-Parm-Record.                                    00010000
000110     03  Av-From-Date            pic 9(08).                       00011000
000120     03  Av-To-Date              pic 9(08).                       00012000
000130     03  Av-Low-Cust-Id          pic 9(06).                       00013000
000140     03  Av-High-Cust-Id         pic 9(06).                       00014000
