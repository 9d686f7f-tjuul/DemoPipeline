000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* NTCPARMREC - Premium notice parameter record layout.            00003000
000040* One record, read by XaNotice.  Na-Lead-Days is the notice       00004000
000050* period the regulator requires between sending a premium         00005000
000060* change notice and billing the new premium.                      00006000
000070* -----------------------------------------------------------     00007000
000080 01  Notice-Parm-Record.                                          00008000
000090     03  Na-Lead-Days            pic 9(03).                       00009000
