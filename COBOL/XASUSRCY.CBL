001090 01  Ws-Aged-Count                pic 9(09) value zero.           00109000
001100 01  Ws-Recycled-Count            pic 9(09) value zero.           00110000
001110 01  Ws-No-Master-Count           pic 9(09) value zero.           00111000
001112                                                                  00111200
001114 copy STEPCC.                                                     00111400
001120                                                                  00112000
001130 01  Ws-Saved-Print-Line          pic x(132).                     00113000
001140 01  Ws-Line-Count                pic 9(03) value 99.             00114000
001620     Perform WalkSuspenseFile.                                    00162000
001630     Perform PrintSummary.                                        00163000
001640     Perform Finalize.                                            00164000
001642     Move Cc-Step-Condition to Return-Code.                       00164200
001650     Goback.                                                      00165000
001660                                                                  00166000
001670 InitRecycle Section.                                             00167000
001730     if not Ws-Su-File-Ok                                         00173000
001740        Display "XASUSRCY: suspense file open failed, "           00174000
001750                "run aborted."                                    00175000
001752        Move Cc-Hard-Failure to Return-Code                       00175200
001760        Goback                                                    00176000
001770     end-if                                                       00177000
001780                                                                  00178000
001800     if not Ws-Cm-File-Ok                                         00180000
001810        Display "XASUSRCY: customer master open failed, "         00181000
001820                "run aborted."                                    00182000
001822        Move Cc-Hard-Failure to Return-Code                       00182200
001830        Goback                                                    00183000
001840     end-if                                                       00184000
001842     perform ReadMaster.                                          00184200
001870     if not Ws-Dm-File-Ok                                         00187000
001880        Display "XASUSRCY: delta customer file open failed, "     00188000
001890                "run aborted."                                    00189000
001892        Move Cc-Hard-Failure to Return-Code                       00189200
001900        Goback                                                    00190000
001910     end-if                                                       00191000
001920                                                                  00192000
001940     if not Ws-Ag-File-Ok                                         00194000
001950        Display "XASUSRCY: aging report open failed, "            00195000
001960                "run aborted."                                    00196000
001962        Move Cc-Hard-Failure to Return-Code                       00196200
001970        Goback                                                    00197000
001980     end-if                                                       00198000
001990                                                                  00199000
002360     if not Ws-Sa-File-Ok                                         00236000
002370        Display "XASUSRCY: suspense parameter file missing, "     00237000
002380                "run aborted."                                    00238000
002382        Move Cc-Hard-Failure to Return-Code                       00238200
002390        Goback                                                    00239000
002400     end-if                                                       00240000
002410                                                                  00241000
002520     if Ws-Aging-Days = zero                                      00252000
002530        Display "XASUSRCY: aging days missing or zero, "          00253000
002540                "run aborted."                                    00254000
002542        Move Cc-Hard-Failure to Return-Code                       00254200
002550        Goback                                                    00255000
002560     end-if                                                       00256000
002570     .                                                            00257000
004190             Ws-Aged-Count " aged, "                              00419000
004200             Ws-Recycled-Count " recycled, "                      00420000
004210             Ws-No-Master-Count " without master record."         00421000
004212                                                                  00421200
004214     if Ws-No-Master-Count > zero                                 00421400
004216        Move Cc-Warning to Cc-Step-Condition                      00421600
004218     end-if                                                       00421800
004220     .                                                            00422000
