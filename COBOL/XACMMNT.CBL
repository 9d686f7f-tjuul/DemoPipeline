000110* moved instead of sweeping the whole book.  Transactions that    00011000
000120* do not fit the master (add of an existing id, change or         00012000
000130* delete of a missing id, unknown action code) are counted and    00013000
000140* reported; the master record wins, and the step ends with the    00014000
000142* warning condition code (STEPCC).                                00014200
000150* -------------------------------------------------------------   00015000
000160 environment division.                                            00016000
000170 Input-Output section.                                            00017000
000780 01  Ws-New-Master-Count          pic 9(09) value zero.           00078000
000782                                                                  00078200
000784 copy RUNSTATREC.                                                 00078400
000787 copy STEPCC.                                                     00078700
000790                                                                  00079000
000800 Procedure division.                                              00080000
000810                                                                  00081000
000840     Perform InitMaint.                                           00084000
000850     Perform ApplyTransactions.                                   00085000
000860     Perform Finalize.                                            00086000
000862     Move Cc-Step-Condition to Return-Code.                       00086200
000870     Goback.                                                      00087000
000880                                                                  00088000
000890 InitMaint Section.                                               00089000
000920     if not Ws-Cm-File-Ok                                         00092000
000930        Display "XACMMNT: customer master open failed, "          00093000
000940                "run aborted."                                    00094000
000942        Move Cc-Hard-Failure to Cc-Step-Condition                 00094200
000944        perform WriteRunStats                                     00094400
000946        Move Cc-Hard-Failure to Return-Code                       00094600
000950        Goback                                                    00095000
000960     end-if                                                       00096000
000970                                                                  00097000
000990     if not Ws-Tx-File-Ok                                         00099000
001000        Display "XACMMNT: transaction file open failed, "         00100000
001010                "run aborted."                                    00101000
001012        Move Cc-Hard-Failure to Cc-Step-Condition                 00101200
001014        perform WriteRunStats                                     00101400
001016        Move Cc-Hard-Failure to Return-Code                       00101600
001020        Goback                                                    00102000
001030     end-if                                                       00103000
001040                                                                  00104000
001050     open output New-Master-File.                                 00105000
001060     if not Ws-Nm-File-Ok                                         00106000
001070        Display "XACMMNT: new master open failed, run aborted."   00107000
001072        Move Cc-Hard-Failure to Cc-Step-Condition                 00107200
001074        perform WriteRunStats                                     00107400
001076        Move Cc-Hard-Failure to Return-Code                       00107600
001080        Goback                                                    00108000
001090     end-if                                                       00109000
001100                                                                  00110000
001120     if not Ws-Dm-File-Ok                                         00112000
001130        Display "XACMMNT: delta customer file open failed, "      00113000
001140                "run aborted."                                    00114000
001142        Move Cc-Hard-Failure to Cc-Step-Condition                 00114200
001144        perform WriteRunStats                                     00114400
001146        Move Cc-Hard-Failure to Return-Code                       00114600
001150        Goback                                                    00115000
001160     end-if                                                       00116000
001170                                                                  00117000
002440     Display "XACMMNT: " Ws-New-Master-Count                      00244000
002450             " record(s) on new master."                          00245000
002452                                                                  00245200
002454     perform SetStepCondition                                     00245400
002457     perform WriteRunStats                                        00245700
002460     .                                                            00246000
002470                                                                  00247000
002480 WriteRunStats Section.                                           00248000
002530     Move Ws-New-Master-Count to Rs-Out-Count.                    00253000
002540     Move Ws-Unmatched-Count to Rs-Reject-Count.                  00254000
002550     Move "C" to Rs-Completion-Status.                            00255000
002552     Move Cc-Step-Condition to Rs-Condition-Code.                 00255200
002554     if Cc-Step-Condition = Cc-Hard-Failure                       00255400
002556        Move "E" to Rs-Completion-Status                          00255600
002558     end-if                                                       00255800
002560     call "XaStatWr" using Run-Stats-Record                       00256000
002570     .                                                            00257000
002580                                                                  00258000
002590 SetStepCondition Section.                                        00259000
002600                                                                  00260000
002610     if Ws-Unmatched-Count > zero                                 00261000
002620        Move Cc-Warning to Cc-Step-Condition                      00262000
002630     else                                                         00263000
002640        Move Cc-Clean to Cc-Step-Condition                        00264000
002650     end-if                                                       00265000
002660     .                                                            00266000
