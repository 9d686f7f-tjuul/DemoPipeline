000150* same way XaRskSrt cleans the risk report.  The duplicate        00015000
000160* count removed is reported and written to the run                00016000
000170* statistics file.  The output keeps the CUSTREC layout           00017000
000180* unchanged.  Removing any duplicate ends the step with the       00018000
000182* warning condition code (STEPCC).                                00018200
000190* -------------------------------------------------------------   00019000
000200 environment division.                                            00020000
000210 Input-Output section.                                            00021000
000690                                                                  00069000
000700 copy RUNSTATREC.                                                 00070000
000710                                                                  00071000
000712 copy STEPCC.                                                     00071200
000714                                                                  00071400
000720 Procedure division.                                              00072000
000730                                                                  00073000
000740 Main section.                                                    00074000
000770     if not Ws-Sd-File-Ok                                         00077000
000780        Display "XADLTSRT: sorted delta file open failed, "       00078000
000790                "run aborted."                                    00079000
000792        Move Cc-Hard-Failure to Cc-Step-Condition                 00079200
000794        perform WriteRunStats                                     00079400
000796        Move Cc-Hard-Failure to Return-Code                       00079600
000800        Goback                                                    00080000
000810     end-if                                                       00081000
000820                                                                  00082000
000910             Ws-Written-Count " written, "                        00091000
000920             Ws-Dup-Delta-Count " duplicate(s) removed.".         00092000
000930                                                                  00093000
000940     perform SetStepCondition.                                    00094000
000942     perform WriteRunStats.                                       00094200
000944     Move Cc-Step-Condition to Return-Code.                       00094400
000950     Goback.                                                      00095000
000960                                                                  00096000
000970 DedupSortedDelta Section.                                        00097000
001220     Move Ws-Written-Count to Rs-Out-Count.                       00122000
001230     Move Ws-Dup-Delta-Count to Rs-Reject-Count.                  00123000
001240     Move "C" to Rs-Completion-Status.                            00124000
001242     Move Cc-Step-Condition to Rs-Condition-Code.                 00124200
001244     if Cc-Step-Condition = Cc-Hard-Failure                       00124400
001246        Move "E" to Rs-Completion-Status                          00124600
001248     end-if                                                       00124800
001250     call "XaStatWr" using Run-Stats-Record                       00125000
001260     .                                                            00126000
001270                                                                  00127000
001280 SetStepCondition Section.                                        00128000
001290                                                                  00129000
001300     if Ws-Dup-Delta-Count > zero                                 00130000
001310        Move Cc-Warning to Cc-Step-Condition                      00131000
001320     else                                                         00132000
001330        Move Cc-Clean to Cc-Step-Condition                        00133000
001340     end-if                                                       00134000
001350     .                                                            00135000
