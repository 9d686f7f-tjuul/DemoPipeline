001850 01  Ws-Output-Count              pic 9(09) value zero.           00185000
001860 01  Ws-Gap-Count                 pic 9(09) value zero.           00186000
001870 01  Ws-Source-Count              pic 9(09).                      00187000
001872                                                                  00187200
001874 copy STEPCC.                                                     00187400
001880                                                                  00188000
001890 01  Ws-Run-Date                  pic 9(08).                      00189000
001900                                                                  00190000
002580     Perform SortCollected.                                       00258000
002590     Perform WriteConsolidated.                                   00259000
002600     Perform Finalize.                                            00260000
002602     Move Cc-Step-Condition to Return-Code.                       00260200
002610     Goback.                                                      00261000
002620                                                                  00262000
002630 InitRetrieve Section.                                            00263000
002690     open output Retrieve-Report-File.                            00269000
002700     if not Ws-Rp-File-Ok                                         00270000
002710        Display "XAHSTRTV: report file open failed, run aborted." 00271000
002712        Move Cc-Hard-Failure to Return-Code                       00271200
002720        Goback                                                    00272000
002730     end-if                                                       00273000
002740                                                                  00274000
002770        if not Ws-Lh-File-Ok                                      00277000
002780           Display "XAHSTRTV: load file open failed, "            00278000
002790                   "run aborted."                                 00279000
002792           Move Cc-Hard-Failure to Return-Code                    00279200
002800           Goback                                                 00280000
002810        end-if                                                    00281000
002820     end-if                                                       00282000
002850     if not Ws-Wk-File-Ok                                         00285000
002860        Display "XAHSTRTV: extract work file open failed, "       00286000
002870                "run aborted."                                    00287000
002872        Move Cc-Hard-Failure to Return-Code                       00287200
002880        Goback                                                    00288000
002890     end-if                                                       00289000
002900                                                                  00290000
003110     if not Ws-Rv-File-Ok                                         00311000
003120        Display "XAHSTRTV: retrieve parameter file missing, "     00312000
003130                "run aborted."                                    00313000
003132        Move Cc-Hard-Failure to Return-Code                       00313200
003140        Goback                                                    00314000
003150     end-if                                                       00315000
003160                                                                  00316000
003190             Display "XAHSTRTV: retrieve parameter file empty, "  00319000
003200                     "run aborted."                               00320000
003210             close Retrieve-Parm-File                             00321000
003212             Move Cc-Hard-Failure to Return-Code                  00321200
003220             Goback                                               00322000
003230     end-read                                                     00323000
003240     close Retrieve-Parm-File.                                    00324000
003270             or not Rv-Mode-Valid                                 00327000
003280        Display "XAHSTRTV: retrieve parameters invalid, "         00328000
003290                "run aborted."                                    00329000
003292        Move Cc-Hard-Failure to Return-Code                       00329200
003300        Goback                                                    00330000
003310     end-if                                                       00331000
003320                                                                  00332000
003580             or Ws-From-Date > Ws-To-Date                         00358000
003590        Display "XAHSTRTV: retrieve range is inverted, "          00359000
003600                "run aborted."                                    00360000
003602        Move Cc-Hard-Failure to Return-Code                       00360200
003610        Goback                                                    00361000
003620     end-if                                                       00362000
003630     .                                                            00363000
005010     if not Ws-Mg-File-Ok                                         00501000
005020        Display "XAHSTRTV: merged file open failed, "             00502000
005030                "run aborted."                                    00503000
005032        Move Cc-Hard-Failure to Return-Code                       00503200
005040        Goback                                                    00504000
005050     end-if                                                       00505000
005060     .                                                            00506000
006900             Ws-Dup-Merged-Count " duplicate(s) merged, "         00690000
006910             Ws-Output-Count " in the consolidated set, "         00691000
006920             Ws-Gap-Count " gap(s)."                              00692000
006922                                                                  00692200
006924     if Ws-Gap-Count > zero                                       00692400
006926        Move Cc-Warning to Cc-Step-Condition                      00692600
006928     end-if                                                       00692800
006930     .                                                            00693000
