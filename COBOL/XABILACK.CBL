000150* one-record BALANCED/OUTBAL summary is written for the           00015000
000160* operations desk to check each morning the way the XaRecon       00016000
000170* status is checked today.                                        00017000
000171* The counts go to the run statistics file through XaStatWr.      00017100
000172* Discrepancies end the step with the warning condition code      00017200
000173* and a trailer that does not prove with out of balance           00017300
000174* (STEPCC), so the GL journal waits for a supervisor to release   00017400
000175* the discrepancies or for the extract to be put right.           00017500
000180* -------------------------------------------------------------   00018000
000190 environment division.                                            00019000
000200 Input-Output section.                                            00020000
001480                                                                  00148000
001490 01  Ws-Text-Line.                                                00149000
001500     03  Ws-Tx-Text               pic x(72).                      00150000
001502                                                                  00150200
001504 copy RUNSTATREC.                                                 00150400
001506                                                                  00150600
001508 copy STEPCC.                                                     00150800
001510                                                                  00151000
001520 Procedure division.                                              00152000
001530                                                                  00153000
001600     Perform WriteAckSummary.                                     00160000
001610     Perform PrintSummary.                                        00161000
001620     Perform Finalize.                                            00162000
001622     Move Cc-Step-Condition to Return-Code.                       00162200
001630     Goback.                                                      00163000
001640                                                                  00164000
001650 InitMatch Section.                                               00165000
001680     if not Ws-Bl-File-Ok                                         00168000
001690        Display "XABILACK: billing extract open failed, "         00169000
001700                "run aborted."                                    00170000
001702        Move Cc-Hard-Failure to Cc-Step-Condition                 00170200
001704        perform WriteRunStats                                     00170400
001706        Move Cc-Hard-Failure to Return-Code                       00170600
001710        Goback                                                    00171000
001720     end-if                                                       00172000
001730                                                                  00173000
001750     if not Ws-Dr-File-Ok                                         00175000
001760        Display "XABILACK: discrepancy report open failed, "      00176000
001770                "run aborted."                                    00177000
001772        Move Cc-Hard-Failure to Cc-Step-Condition                 00177200
001774        perform WriteRunStats                                     00177400
001776        Move Cc-Hard-Failure to Return-Code                       00177600
001780        Goback                                                    00178000
001790     end-if                                                       00179000
001800     .                                                            00180000
001900     if not Ws-Aq-File-Ok                                         00190000
001910        Display "XABILACK: sorted acknowledgment open failed, "   00191000
001920                "run aborted."                                    00192000
001922        Move Cc-Hard-Failure to Cc-Step-Condition                 00192200
001924        perform WriteRunStats                                     00192400
001926        Move Cc-Hard-Failure to Return-Code                       00192600
001930        Goback                                                    00193000
001940     end-if                                                       00194000
001950     .                                                            00195000
004600             Ws-Moved-Count " moved, "                            00460000
004610             Ws-Wrong-Date-Count " wrong date, "                  00461000
004620             Ws-Orphan-Count " orphan(s)."                        00462000
004622                                                                  00462200
004624     perform SetStepCondition                                     00462400
004626     perform WriteRunStats                                        00462600
004630     .                                                            00463000
004640                                                                  00464000
004650 SetStepCondition Section.                                        00465000
004660                                                                  00466000
004670     evaluate true                                                00467000
004680         when not Ws-Trailer-Ok                                   00468000
004690             Move Cc-Out-Of-Balance to Cc-Step-Condition          00469000
004700         when Ws-Unposted-Count > zero or Ws-Moved-Count > zero   00470000
004710                 or Ws-Wrong-Date-Count > zero                    00471000
004720                 or Ws-Orphan-Count > zero                        00472000
004730             Move Cc-Warning to Cc-Step-Condition                 00473000
004740         when other                                               00474000
004750             Move Cc-Clean to Cc-Step-Condition                   00475000
004760     end-evaluate                                                 00476000
004770     .                                                            00477000
004780                                                                  00478000
004790* -------------------------------------------------------------   00479000
004800* In is the extract details read, out those posted cleanly,       00480000
004810* reject every discrepancy on the report.                         00481000
004820* -------------------------------------------------------------   00482000
004830 WriteRunStats Section.                                           00483000
004840                                                                  00484000
004850     Move "XABILACK" to Rs-Program-Id.                            00485000
004860     Move Ws-Run-Date to Rs-Business-Date.                        00486000
004870     Move Ws-Extract-Count to Rs-In-Count.                        00487000
004880     Move Ws-Posted-Count to Rs-Out-Count.                        00488000
004890     compute Rs-Reject-Count = Ws-Unposted-Count                  00489000
004900             + Ws-Moved-Count + Ws-Wrong-Date-Count               00490000
004910             + Ws-Orphan-Count.                                   00491000
004920     Move "C" to Rs-Completion-Status.                            00492000
004930     Move Cc-Step-Condition to Rs-Condition-Code.                 00493000
004940     if Cc-Step-Condition = Cc-Hard-Failure                       00494000
004950        Move "E" to Rs-Completion-Status                          00495000
004960     end-if                                                       00496000
004970     call "XaStatWr" using Run-Stats-Record                       00497000
004980     .                                                            00498000
