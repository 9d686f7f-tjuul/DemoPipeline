000070* XaRsDrv and flags the run unless every input customer is        00007000
000080* accounted for on either the risk report or the exception        00008000
000090* report (In = Out + Exceptions, both by count and Age hash).     00009000
000092* The step ends out of balance when the totals do not prove       00009200
000094* and with a hard failure when there are none to read             00009400
000096* (STEPCC); XaChnGat holds billing, renewal and the GL journal    00009600
000098* on the status written here.                                     00009800
000100* -------------------------------------------------------------   00010000
000110 environment division.                                            00011000
000120 Input-Output section.                                            00012000
000420 01  Ws-Exception-Record-Count    pic 9(09) value zero.           00042000
000430 01  Ws-Exception-Hash-Total      pic 9(12) value zero.           00043000
000440 01  Ws-Run-Date                  pic 9(08) value zero.           00044000
000442                                                                  00044200
000444 copy STEPCC.                                                     00044400
000450                                                                  00045000
000460 Procedure division.                                              00046000
000470                                                                  00047000
000510     if Ws-Ct-File-Ok                                             00051000
000520        Perform ReportReconciliation                              00052000
000530     end-if                                                       00053000
000532     Move Cc-Step-Condition to Return-Code.                       00053200
000540     Goback.                                                      00054000
000550                                                                  00055000
000560 ReadControlTotals Section.                                       00056000
000600     if not Ws-Ct-File-Ok                                         00060000
000610        Display "XARECON: control total file not found, "         00061000
000620                "run aborted."                                    00062000
000622        Move Cc-Hard-Failure to Cc-Step-Condition                 00062200
000630     else                                                         00063000
000640        perform until Ws-At-Eof                                   00064000
000650            read Control-Total-File                               00065000
001080             and Ws-In-Hash-Total =                               00108000
001090                Ws-Out-Hash-Total + Ws-Exception-Hash-Total       00109000
001100        Move "BALANCED" to Rc-Status                              00110000
001102        Move Cc-Clean to Cc-Step-Condition                        00110200
001110     else                                                         00111000
001120        Move "OUTBAL  " to Rc-Status                              00112000
001122        Move Cc-Out-Of-Balance to Cc-Step-Condition               00112200
001130        Display "XARECON: run " Ws-Run-Date                       00113000
001140                " is OUT OF BALANCE - input/output mismatch"      00114000
001150     end-if                                                       00115000
