000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* REFPARMREC - Integrity sweep parameter record layout.           00003000
000040* One record, read by XaRefChk.  REPORT lists the orphans only;   00004000
000050* CLEAN also writes the policy cancel and suspense write-off      00005000
000060* transactions that XaPoMnt and XaSusUpd apply to clear them.     00006000
000070* A missing parameter file is taken as REPORT.                    00007000
000080* -----------------------------------------------------------     00008000
000090 01  Integrity-Parm-Record.                                       00009000
000100     03  Ip-Sweep-Mode           pic x(06).                       00010000
000110         88  Ip-Report-Only          value "REPORT".              00011000
000120         88  Ip-Write-Cleanup        value "CLEAN ".              00012000
