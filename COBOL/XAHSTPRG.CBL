000140* months comes from the purge parameter file; the job aborts      00014000
000150* rather than guess if the parameter is missing or zero.  The     00015000
000160* rebuilt file replaces HISTFILE in the following job step.       00016000
000162* Counts that do not balance end the step out of balance          00016200
000164* (STEPCC), so the replacement step is not run over them.         00016400
000170* -------------------------------------------------------------   00017000
000180 environment division.                                            00018000
000190 Input-Output section.                                            00019000
000970 01  Ws-Archived-Count            pic 9(09) value zero.           00097000
000972                                                                  00097200
000974 copy RUNSTATREC.                                                 00097400
000977 copy STEPCC.                                                     00097700
000980                                                                  00098000
000990 Procedure division.                                              00099000
001000                                                                  00100000
001030     Perform InitPurge.                                           00103000
001040     Perform PurgeHistoryFile.                                    00104000
001050     Perform Finalize.                                            00105000
001052     Move Cc-Step-Condition to Return-Code.                       00105200
001060     Goback.                                                      00106000
001070                                                                  00107000
001080 InitPurge Section.                                               00108000
001160     if not Ws-Hi-File-Ok                                         00116000
001170        Display "XAHSTPRG: history file open failed, "            00117000
001180                "run aborted."                                    00118000
001182        Move Cc-Hard-Failure to Cc-Step-Condition                 00118200
001184        perform WriteRunStats                                     00118400
001186        Move Cc-Hard-Failure to Return-Code                       00118600
001190        Goback                                                    00119000
001200     end-if                                                       00120000
001210                                                                  00121000
001230     if not Ws-Nh-File-Ok                                         00123000
001240        Display "XAHSTPRG: new history file open failed, "        00124000
001250                "run aborted."                                    00125000
001252        Move Cc-Hard-Failure to Cc-Step-Condition                 00125200
001254        perform WriteRunStats                                     00125400
001256        Move Cc-Hard-Failure to Return-Code                       00125600
001260        Goback                                                    00126000
001270     end-if                                                       00127000
001280                                                                  00128000
001300     if not Ws-Ar-File-Ok                                         00130000
001310        Display "XAHSTPRG: archive file open failed, "            00131000
001320                "run aborted."                                    00132000
001322        Move Cc-Hard-Failure to Cc-Step-Condition                 00132200
001324        perform WriteRunStats                                     00132400
001326        Move Cc-Hard-Failure to Return-Code                       00132600
001330        Goback                                                    00133000
001340     end-if                                                       00134000
001350     .                                                            00135000
001450     if not Ws-Pg-File-Ok                                         00145000
001460        Display "XAHSTPRG: purge parameter file missing, "        00146000
001470                "run aborted."                                    00147000
001472        Move Cc-Hard-Failure to Cc-Step-Condition                 00147200
001474        perform WriteRunStats                                     00147400
001476        Move Cc-Hard-Failure to Return-Code                       00147600
001480        Goback                                                    00148000
001490     end-if                                                       00149000
001500                                                                  00150000
001610     if Ws-Retention-Months = zero                                00161000
001620        Display "XAHSTPRG: retention months missing or zero, "    00162000
001630                "run aborted."                                    00163000
001632        Move Cc-Hard-Failure to Cc-Step-Condition                 00163200
001634        perform WriteRunStats                                     00163400
001636        Move Cc-Hard-Failure to Return-Code                       00163600
001640        Goback                                                    00164000
001650     end-if                                                       00165000
001660     .                                                            00166000
002700                "investigate before replacing HISTFILE."          00270000
002710     end-if                                                       00271000
002712                                                                  00271200
002714     perform SetStepCondition                                     00271400
002717     perform WriteRunStats                                        00271700
002720     .                                                            00272000
002730                                                                  00273000
002740 WriteRunStats Section.                                           00274000
002840     else                                                         00284000
002850        Move "E" to Rs-Completion-Status                          00285000
002860     end-if                                                       00286000
002862     Move Cc-Step-Condition to Rs-Condition-Code.                 00286200
002864     if Cc-Step-Condition = Cc-Hard-Failure                       00286400
002866        Move "E" to Rs-Completion-Status                          00286600
002868     end-if                                                       00286800
002870     call "XaStatWr" using Run-Stats-Record                       00287000
002880     .                                                            00288000
002890                                                                  00289000
002900 SetStepCondition Section.                                        00290000
002910                                                                  00291000
002920     if Ws-Read-Count =                                           00292000
002930             Ws-Retained-Count + Ws-Archived-Count                00293000
002940        Move Cc-Clean to Cc-Step-Condition                        00294000
002950     else                                                         00295000
002960        Move Cc-Out-Of-Balance to Cc-Step-Condition               00296000
002970     end-if                                                       00297000
002980     .                                                            00298000
