000780 01  Ws-Read-Count                pic 9(09) value zero.           00078000
000790 01  Ws-No-Birth-Count            pic 9(09) value zero.           00079000
000800 01  Ws-Crossed-Count             pic 9(09) value zero.           00080000
000802                                                                  00080200
000804 copy STEPCC.                                                     00080400
000810                                                                  00081000
000820 Procedure division.                                              00082000
000830                                                                  00083000
000860     Perform InitSweep.                                           00086000
000870     Perform SweepCustomerFile.                                   00087000
000880     Perform Finalize.                                            00088000
000882     Move Cc-Step-Condition to Return-Code.                       00088200
000890     Goback.                                                      00089000
000900                                                                  00090000
000910 InitSweep Section.                                               00091000
000960             Ws-Rate-Table-Source Ws-Run-Date.                    00096000
000970     if not Ws-Rate-Load-Ok                                       00097000
000980        Display "XAAGESWP: rate table load failed, run aborted."  00098000
000982        Move Cc-Hard-Failure to Return-Code                       00098200
000990        Goback                                                    00099000
001000     end-if                                                       00100000
001010                                                                  00101000
001030     if not Ws-Cm-File-Ok                                         00103000
001040        Display "XAAGESWP: customer master open failed, "         00104000
001050                "run aborted."                                    00105000
001052        Move Cc-Hard-Failure to Return-Code                       00105200
001060        Goback                                                    00106000
001070     end-if                                                       00107000
001080                                                                  00108000
001100     if not Ws-Dm-File-Ok                                         00110000
001110        Display "XAAGESWP: delta customer file open failed, "     00111000
001120                "run aborted."                                    00112000
001122        Move Cc-Hard-Failure to Return-Code                       00112200
001130        Goback                                                    00113000
001140     end-if                                                       00114000
001150     .                                                            00115000
