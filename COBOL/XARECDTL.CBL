001120 01  Ws-Orphan-Count              pic 9(09) value zero.           00112000
001130 01  Ws-Dup-Input-Count           pic 9(09) value zero.           00113000
001140 01  Ws-Matched-Count             pic 9(09) value zero.           00114000
001142                                                                  00114200
001144 copy STEPCC.                                                     00114400
001150                                                                  00115000
001160 01  Ws-Run-Date                  pic 9(08).                      00116000
001170                                                                  00117000
001650     Perform MatchAllStreams.                                     00165000
001660     Perform PrintSummary.                                        00166000
001670     Perform Finalize.                                            00167000
001672     Move Cc-Step-Condition to Return-Code.                       00167200
001680     Goback.                                                      00168000
001690                                                                  00169000
001700 InitDetail Section.                                              00170000
001750     if not Ws-Dr-File-Ok                                         00175000
001760        Display "XARECDTL: detail report open failed, "           00176000
001770                "run aborted."                                    00177000
001772        Move Cc-Hard-Failure to Return-Code                       00177200
001780        Goback                                                    00178000
001790     end-if                                                       00179000
001800     .                                                            00180000
001980     if not Ws-Cm-File-Ok                                         00198000
001990        Display "XARECDTL: customer master open failed, "         00199000
002000                "run aborted."                                    00200000
002002        Move Cc-Hard-Failure to Return-Code                       00200200
002010        Goback                                                    00201000
002020     end-if                                                       00202000
002030     open input Sorted-Risk-File.                                 00203000
004170             Ws-Duplicate-Count " duplicated, "                   00417000
004180             Ws-Orphan-Count " orphaned, "                        00418000
004190             Ws-Dup-Input-Count " duplicate input(s)."            00419000
004191                                                                  00419100
004192     if Ws-Missing-Count > zero or Ws-Duplicate-Count > zero      00419200
004193             or Ws-Orphan-Count > zero                            00419300
004194             or Ws-Dup-Input-Count > zero                         00419400
004195        Move Cc-Out-Of-Balance to Cc-Step-Condition               00419500
004196     end-if                                                       00419600
004200     .                                                            00420000
