000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* EVIDREC - Underwriting evidence requirements table layout.      00003000
000040* One row per piece of evidence per age band and aggregate        00004000
000050* sum assured band, read by XaUwChk.  A policy added or           00005000
000060* increased for a customer whose rating age and total sum         00006000
000070* assured across all in-force policies fall inside both           00007000
000080* bands (inclusive) needs the evidence the row names - for        00008000
000090* example MEDR medical report, BLDP blood profile, FINQ           00009000
000100* financial questionnaire.  Several rows can match one            00010000
000110* policy; each opens its own requirement.                         00011000
000120* -----------------------------------------------------------     00012000
000130 01  Evidence-Table-Record.                                       00013000
000140     03  Ev-Age-Low              pic 9(03).                       00014000
000150     03  Ev-Age-High             pic 9(03).                       00015000
000160     03  Ev-Sum-Low              pic 9(12).                       00016000
000170     03  Ev-Sum-High             pic 9(12).                       00017000
000180     03  Ev-Requirement-Code     pic x(04).                       00018000
000190     03  Ev-Description          pic x(24).                       00019000
