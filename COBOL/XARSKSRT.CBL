000120* is reported and written to the run statistics file, so the      00012000
000130* restart evidence the downstream steps used to surface is not    00013000
000140* lost.  The output keeps the RISKREC layout unchanged.           00014000
000142* Removing any duplicate ends the step with the warning           00014200
000144* condition code (STEPCC).                                        00014400
000150* -------------------------------------------------------------   00015000
000160 environment division.                                            00016000
000170 Input-Output section.                                            00017000
000630                                                                  00063000
000640 copy RUNSTATREC.                                                 00064000
000650                                                                  00065000
000652 copy STEPCC.                                                     00065200
000654                                                                  00065400
000660 Procedure division.                                              00066000
000670                                                                  00067000
000680 Main section.                                                    00068000
000710     if not Ws-Sq-File-Ok                                         00071000
000720        Display "XARSKSRT: sorted risk report open failed, "      00072000
000730                "run aborted."                                    00073000
000732        Move Cc-Hard-Failure to Cc-Step-Condition                 00073200
000734        perform WriteRunStats                                     00073400
000736        Move Cc-Hard-Failure to Return-Code                       00073600
000740        Goback                                                    00074000
000750     end-if                                                       00075000
000760                                                                  00076000
000850             Ws-Written-Count " written, "                        00085000
000860             Ws-Dup-Report-Count " duplicate(s) removed.".        00086000
000870                                                                  00087000
000880     perform SetStepCondition.                                    00088000
000882     perform WriteRunStats.                                       00088200
000884     Move Cc-Step-Condition to Return-Code.                       00088400
000890     Goback.                                                      00089000
000900                                                                  00090000
000910 DedupSortedReport Section.                                       00091000
001160     Move Ws-Written-Count to Rs-Out-Count.                       00116000
001170     Move Ws-Dup-Report-Count to Rs-Reject-Count.                 00117000
001180     Move "C" to Rs-Completion-Status.                            00118000
001182     Move Cc-Step-Condition to Rs-Condition-Code.                 00118200
001184     if Cc-Step-Condition = Cc-Hard-Failure                       00118400
001186        Move "E" to Rs-Completion-Status                          00118600
001188     end-if                                                       00118800
001190     call "XaStatWr" using Run-Stats-Record                       00119000
001200     .                                                            00120000
001210                                                                  00121000
001220 SetStepCondition Section.                                        00122000
001230                                                                  00123000
001240     if Ws-Dup-Report-Count > zero                                00124000
001250        Move Cc-Warning to Cc-Step-Condition                      00125000
001260     else                                                         00126000
001270        Move Cc-Clean to Cc-Step-Condition                        00127000
001280     end-if                                                       00128000
001290     .                                                            00129000
