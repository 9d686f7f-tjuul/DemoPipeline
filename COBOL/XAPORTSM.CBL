001440 01  Ws-High-Occ-Low-Count        pic 9(09) value zero.           00144000
001450 01  Ws-High-Occ-Medium-Count     pic 9(09) value zero.           00145000
001460 01  Ws-High-Occ-High-Count       pic 9(09) value zero.           00146000
001462                                                                  00146200
001464 copy STEPCC.                                                     00146400
001470                                                                  00147000
001480* -------------------------------------------------------------   00148000
001490* Occupation class bands, mirroring XaRisCal's Import 88s with    00149000
002110     Perform PrintReport.                                         00211000
002120     Perform WriteSummarySnapshot.                                00212000
002130     Perform Finalize.                                            00213000
002132     Move Cc-Step-Condition to Return-Code.                       00213200
002140     Goback.                                                      00214000
002150                                                                  00215000
002160 InitReport Section.                                              00216000
002270     if not Ws-Cm-File-Ok                                         00227000
002280        Display "XAPORTSM: customer master open failed, "         00228000
002290                "run aborted."                                    00229000
002292        Move Cc-Hard-Failure to Return-Code                       00229200
002300        Goback                                                    00230000
002310     end-if                                                       00231000
002320                                                                  00232000
002330     open output Portfolio-Report-File.                           00233000
002340     if not Ws-Pr-File-Ok                                         00234000
002350        Display "XAPORTSM: report file open failed, run aborted." 00235000
002352        Move Cc-Hard-Failure to Return-Code                       00235200
002360        Goback                                                    00236000
002370     end-if                                                       00237000
002380                                                                  00238000
002770                           "covers only the changed customers, "  00277000
002780                           "portfolio summary skipped."           00278000
002790                   close Run-Parm-File                            00279000
002792                   Move Cc-Hard-Failure to Return-Code            00279200
002800                   Goback                                         00280000
002810                end-if                                            00281000
002820        end-read                                                  00282000
002950     if not Ws-Sq-File-Ok                                         00295000
002960        Display "XAPORTSM: sorted risk report open failed, "      00296000
002970                "run aborted."                                    00297000
002972        Move Cc-Hard-Failure to Return-Code                       00297200
002980        Goback                                                    00298000
002990     end-if                                                       00299000
003000     .                                                            00300000
006080                                                                  00608000
006090     Display "XAPORTSM: summary printed, "                        00609000
006100             Ws-Grand-Count " customer(s) across all tiers."      00610000
006102                                                                  00610200
006104     if Ws-No-Master-Count > zero or Ws-Unknown-Tier-Count > zero 00610400
006106        Move Cc-Warning to Cc-Step-Condition                      00610600
006108     end-if                                                       00610800
006110     .                                                            00611000
