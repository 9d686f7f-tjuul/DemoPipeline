000140* archived.  XaRecon balances within the rating step; this        00014000
000150* report balances between the steps, off evidence that no         00015000
000160* longer scrolls away with the console.                           00016000
000162* Each step's status shows its condition code (STEPCC): OK,       00016200
000164* WARNING, OUTBAL or ERROR.  A hand-off break ends this report    00016400
000166* step out of balance.                                            00016600
000170* -------------------------------------------------------------   00017000
000180 environment division.                                            00018000
000190 Input-Output section.                                            00019000
000670         05  Ws-Se-Out-Count      pic 9(09).                      00067000
000680         05  Ws-Se-Reject-Count   pic 9(09).                      00068000
000690         05  Ws-Se-Status         pic x(01).                      00069000
000692         05  Ws-Se-Condition      pic x(02).                      00069200
000700 01  Ws-Step-Sub                  pic 9(02).                      00070000
000710 01  Ws-Found-Sub                 pic 9(02).                      00071000
000720 01  Ws-Lookup-Program            pic x(08).                      00072000
001310                                                                  00131000
001320 01  Ws-Text-Line.                                                00132000
001330     03  Ws-Tx-Text               pic x(72).                      00133000
001332                                                                  00133200
001334 copy STEPCC.                                                     00133400
001340                                                                  00134000
001350 Procedure division.                                              00135000
001360                                                                  00136000
001410     Perform PrintStepListing.                                    00141000
001420     Perform CrossFootChain.                                      00142000
001430     Perform Finalize.                                            00143000
001432     Move Cc-Step-Condition to Return-Code.                       00143200
001440     Goback.                                                      00144000
001450                                                                  00145000
001460 InitReport Section.                                              00146000
001510     if not Ws-Rs-File-Ok                                         00151000
001520        Display "XAOPSRPT: run statistics file missing, "         00152000
001530                "run aborted."                                    00153000
001532        Move Cc-Hard-Failure to Return-Code                       00153200
001540        Goback                                                    00154000
001550     end-if                                                       00155000
001560                                                                  00156000
001570     open output Chain-Report-File.                               00157000
001580     if not Ws-Cr-File-Ok                                         00158000
001590        Display "XAOPSRPT: report file open failed, run aborted." 00159000
001592        Move Cc-Hard-Failure to Return-Code                       00159200
001600        Goback                                                    00160000
001610     end-if                                                       00161000
001620     .                                                            00162000
002150                to Ws-Se-Reject-Count (Ws-Found-Sub)              00215000
002160        Move Rs-Completion-Status                                 00216000
002170                to Ws-Se-Status (Ws-Found-Sub)                    00217000
002172        Move Rs-Condition-Code                                    00217200
002174                to Ws-Se-Condition (Ws-Found-Sub)                 00217400
002180     end-if                                                       00218000
002190     .                                                            00219000
002200                                                                  00220000
002640        Move Ws-Se-In-Count (Ws-Found-Sub) to Ws-Sd-In            00264000
002650        Move Ws-Se-Out-Count (Ws-Found-Sub) to Ws-Sd-Out          00265000
002660        Move Ws-Se-Reject-Count (Ws-Found-Sub) to Ws-Sd-Reject    00266000
002670        evaluate true                                             00267000
002675            when Ws-Se-Condition (Ws-Found-Sub) = "08"            00267500
002680                Move "OUTBAL  " to Ws-Sd-Status                   00268000
002685            when Ws-Se-Status (Ws-Found-Sub) not = "C"            00268500
002690                Move "ERROR   " to Ws-Sd-Status                   00269000
002695            when Ws-Se-Condition (Ws-Found-Sub) = "04"            00269500
002700                Move "WARNING " to Ws-Sd-Status                   00270000
002705            when other                                            00270500
002710                Move "OK      " to Ws-Sd-Status                   00271000
002715        end-evaluate                                              00271500
002720     end-if                                                       00272000
002730                                                                  00273000
002740     Move spaces to Print-Line.                                   00274000
004220                                                                  00422000
004230     Display "XAOPSRPT: " Ws-Step-Count " step(s) reported, "     00423000
004240             Ws-Break-Count " hand-off break(s)."                 00424000
004241                                                                  00424100
004242     if Ws-Break-Count > zero                                     00424200
004243        Move Cc-Out-Of-Balance to Cc-Step-Condition               00424300
004244     else                                                         00424400
004245        Move Cc-Clean to Cc-Step-Condition                        00424500
004246     end-if                                                       00424600
004250     .                                                            00425000
