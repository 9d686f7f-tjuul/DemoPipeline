000100* validated customer file that the driver rates; each field in    00010000
000110* error produces one reject record naming the field, so the       00011000
000120* data team can correct the source extract the same morning.      00012000
000122* Any rejected customer ends the step with the warning            00012200
000124* condition code (STEPCC).                                        00012400
000130* -------------------------------------------------------------   00013000
000140 environment division.                                            00014000
000150 Input-Output section.                                            00015000
000820                                                                  00082000
000830 copy RUNSTATREC.                                                 00083000
000840                                                                  00084000
000842 copy STEPCC.                                                     00084200
000844                                                                  00084400
000850 Procedure division.                                              00085000
000860                                                                  00086000
000870 Main section.                                                    00087000
000890     Perform InitEdit.                                            00089000
000900     Perform EditCustomerFile.                                    00090000
000910     Perform Finalize.                                            00091000
000912     Move Cc-Step-Condition to Return-Code.                       00091200
000920     Goback.                                                      00092000
000930                                                                  00093000
000940 InitEdit Section.                                                00094000
000970     if not Ws-Cm-File-Ok                                         00097000
000980        Display "XACMEDIT: customer master open failed, "         00098000
000990                "run aborted."                                    00099000
000992        Move Cc-Hard-Failure to Cc-Step-Condition                 00099200
000994        perform WriteRunStats                                     00099400
000996        Move Cc-Hard-Failure to Return-Code                       00099600
001000        Goback                                                    00100000
001010     end-if                                                       00101000
001020                                                                  00102000
001040     if not Ws-Vc-File-Ok                                         00104000
001050        Display "XACMEDIT: validated customer file open failed, " 00105000
001060                "run aborted."                                    00106000
001062        Move Cc-Hard-Failure to Cc-Step-Condition                 00106200
001064        perform WriteRunStats                                     00106400
001066        Move Cc-Hard-Failure to Return-Code                       00106600
001070        Goback                                                    00107000
001080     end-if                                                       00108000
001090                                                                  00109000
001100     open output Customer-Reject-File.                            00110000
001110     if not Ws-Cj-File-Ok                                         00111000
001120        Display "XACMEDIT: reject file open failed, run aborted." 00112000
001122        Move Cc-Hard-Failure to Cc-Step-Condition                 00112200
001124        perform WriteRunStats                                     00112400
001126        Move Cc-Hard-Failure to Return-Code                       00112600
001130        Goback                                                    00113000
001140     end-if                                                       00114000
001150     .                                                            00115000
002980             Ws-Reject-Cust-Count " rejected ("                   00298000
002990             Ws-Reject-Field-Count " field error(s))."            00299000
003000                                                                  00300000
003010     perform SetStepCondition                                     00301000
003012     perform WriteRunStats                                        00301200
003020     .                                                            00302000
003030                                                                  00303000
003040 WriteRunStats Section.                                           00304000
003090     Move Ws-Valid-Count to Rs-Out-Count.                         00309000
003100     Move Ws-Reject-Cust-Count to Rs-Reject-Count.                00310000
003110     Move "C" to Rs-Completion-Status.                            00311000
003112     Move Cc-Step-Condition to Rs-Condition-Code.                 00311200
003114     if Cc-Step-Condition = Cc-Hard-Failure                       00311400
003116        Move "E" to Rs-Completion-Status                          00311600
003118     end-if                                                       00311800
003120     call "XaStatWr" using Run-Stats-Record                       00312000
003130     .                                                            00313000
003140                                                                  00314000
003150 SetStepCondition Section.                                        00315000
003160                                                                  00316000
003170     if Ws-Reject-Cust-Count > zero                               00317000
003180        Move Cc-Warning to Cc-Step-Condition                      00318000
003190     else                                                         00319000
003200        Move Cc-Clean to Cc-Step-Condition                        00320000
003210     end-if                                                       00321000
003220     .                                                            00322000
