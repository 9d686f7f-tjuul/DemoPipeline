000150* totals the renewal team reconciles against.  Policies whose     00015000
000160* customer is missing from the master or was never rated are      00016000
000170* counted and reported, not silently renewed at stale terms.      00017000
000171* The extract is not built until XaChnGat finds the               00017100
000172* maintenance and rating steps ahead of it clean for the          00017200
000173* business date.  Policies left unrenewed, or priced without a    00017300
000174* product factor, end the step with the warning condition code    00017400
000175* (STEPCC).                                                       00017500
000180* -------------------------------------------------------------   00018000
000190 environment division.                                            00019000
000200 Input-Output section.                                            00020000
000900     03  Ws-Run-Year              pic 9(04).                      00090000
000910     03  Ws-Run-Month             pic 9(02).                      00091000
000920     03  Ws-Run-Day               pic 9(02).                      00092000
000922                                                                  00092200
000924 01  Ws-Gate-Status               pic x(01).                      00092400
000926     88  Ws-Gate-Open                 value "Y".                  00092600
000930                                                                  00093000
000940* -------------------------------------------------------------   00094000
000950* The coming month the extract covers, and its month number       00095000
001140 01  Ws-No-Master-Count           pic 9(09) value zero.           00114000
001150 01  Ws-Sum-Assured-Total         pic 9(12) value zero.           00115000
001160 01  Ws-Premium-Total             pic 9(11)v99 value zero.        00116000
001162                                                                  00116200
001164 copy STEPCC.                                                     00116400
001170                                                                  00117000
001180 Procedure division.                                              00118000
001190                                                                  00119000
001220     Perform InitRenewal.                                         00122000
001230     Perform ExtractRenewals.                                     00123000
001240     Perform Finalize.                                            00124000
001242     Move Cc-Step-Condition to Return-Code.                       00124200
001250     Goback.                                                      00125000
001260                                                                  00126000
001270 InitRenewal Section.                                             00127000
001280                                                                  00128000
001290     perform SetRenewalMonth.                                     00129000
001291                                                                  00129100
001292     call "XaChnGat" using "XARENEW " Ws-Run-Date Ws-Gate-Status. 00129200
001293     if not Ws-Gate-Open                                          00129300
001294        Display "XARENEW: chain gate closed, run aborted."        00129400
001295        Move Cc-Hard-Failure to Return-Code                       00129500
001296        Goback                                                    00129600
001297     end-if                                                       00129700
001300                                                                  00130000
001310     call "XaPdLoad" using Product-Table Ws-Prod-Load-Status.     00131000
001320     if not Ws-Prod-Load-Ok                                       00132000
001330        Display "XARENEW: product factor table load failed, "     00133000
001340                "run aborted."                                    00134000
001342        Move Cc-Hard-Failure to Return-Code                       00134200
001350        Goback                                                    00135000
001360     end-if                                                       00136000
001370                                                                  00137000
001380     open input Policy-File.                                      00138000
001390     if not Ws-Po-File-Ok                                         00139000
001400        Display "XARENEW: policy file open failed, run aborted."  00140000
001402        Move Cc-Hard-Failure to Return-Code                       00140200
001410        Goback                                                    00141000
001420     end-if                                                       00142000
001430                                                                  00143000
001450     if not Ws-Sq-File-Ok                                         00145000
001460        Display "XARENEW: sorted risk report open failed, "       00146000
001470                "run aborted."                                    00147000
001472        Move Cc-Hard-Failure to Return-Code                       00147200
001480        Goback                                                    00148000
001490     end-if                                                       00149000
001500                                                                  00150000
001520     if not Ws-Cm-File-Ok                                         00152000
001530        Display "XARENEW: customer master open failed, "          00153000
001540                "run aborted."                                    00154000
001542        Move Cc-Hard-Failure to Return-Code                       00154200
001550        Goback                                                    00155000
001560     end-if                                                       00156000
001570                                                                  00157000
001590     if not Ws-Rw-File-Ok                                         00159000
001600        Display "XARENEW: renewal extract open failed, "          00160000
001610                "run aborted."                                    00161000
001612        Move Cc-Hard-Failure to Return-Code                       00161200
001620        Goback                                                    00162000
001630     end-if                                                       00163000
001640                                                                  00164000
003430                " policy(ies) with product code not on "          00343000
003440                "the factor table, tier loading only."            00344000
003450     end-if                                                       00345000
003451                                                                  00345100
003452     if Ws-No-Master-Count > zero or Ws-No-Risk-Count > zero      00345200
003453             or Ws-Unknown-Product-Count > zero                   00345300
003454        Move Cc-Warning to Cc-Step-Condition                      00345400
003455     else                                                         00345500
003456        Move Cc-Clean to Cc-Step-Condition                        00345600
003457     end-if                                                       00345700
003460     .                                                            00346000
