000160* from the run-control file when one is supplied, so billing      00016000
000170* is stamped with the same business date as the rating run;       00017000
000180* without one the system date is used.                            00018000
000181* The loading billed is the one XaNotice holds on the notice      00018100
000182* control file, so a premium change reaches the bill only once    00018200
000183* the customer's notice period has run.  With no file supplied    00018300
000184* the report loading is billed as it stands; a file that will     00018400
000185* not open ends the step.                                         00018500
000186* Billing does not start until XaChnGat finds the rating steps    00018600
000187* ahead of it clean for the business date.  Customers skipped     00018700
000188* for no master end the step with the warning condition code      00018800
000189* (STEPCC).                                                       00018900
000190* -------------------------------------------------------------   00019000
000200 environment division.                                            00020000
000210 Input-Output section.                                            00021000
000420         organization is line sequential                          00042000
000430         file status is Ws-Rn-File-Status.                        00043000
000440                                                                  00044000
000441     select Notice-Control-File assign to NtcCtlDd                00044100
000442         organization is indexed                                  00044200
000443         access mode is dynamic                                   00044300
000444         record key is Nt-Cust-Id                                 00044400
000445         file status is Ws-Nt-File-Status.                        00044500
000446                                                                  00044600
000450 Data Division.                                                   00045000
000460 File Section.                                                    00046000
000500 Fd  Sorted-Risk-File.                                            00050000
000660 Fd  Run-Control-File.                                            00066000
000670 copy RUNCTLREC.                                                  00067000
000680                                                                  00068000
000682 Fd  Notice-Control-File.                                         00068200
000684 copy NTCCTLREC.                                                  00068400
000686                                                                  00068600
000690 Working-Storage Section.                                         00069000
000720 01  Ws-Sq-File-Status           pic x(02).                       00072000
000730     88  Ws-Sq-File-Ok               value "00".                  00073000
000770     88  Ws-Bl-File-Ok               value "00".                  00077000
000780 01  Ws-Rn-File-Status           pic x(02).                       00078000
000790     88  Ws-Rn-File-Ok               value "00".                  00079000
000792 01  Ws-Nt-File-Status           pic x(02).                       00079200
000794     88  Ws-Nt-File-Ok               value "00".                  00079400
000795     88  Ws-Nt-File-Not-Found        value "35".                  00079500
000796 01  Ws-Nt-File-Present          pic x(01) value "N".             00079600
000798     88  Ws-Nt-On-File               value "Y".                   00079800
000800                                                                  00080000
000810 01  Ws-Rr-Eof-Switch             pic x(01) value "N".            00081000
000820     88  Ws-Rr-At-Eof                 value "Y".                  00082000
000840     88  Ws-Cm-At-Eof                 value "Y".                  00084000
000850                                                                  00085000
000860 01  Ws-Run-Date                  pic 9(08).                      00086000
000862 01  Ws-Bill-Loading-Pct          pic 9(03).                      00086200
000864 01  Ws-Gate-Status               pic x(01).                      00086400
000866     88  Ws-Gate-Open                 value "Y".                  00086600
000870                                                                  00087000
000950 01  Ws-Extract-Count             pic 9(09) value zero.           00095000
000960 01  Ws-Premium-Total             pic 9(11)v99 value zero.        00096000
000970 01  Ws-No-Master-Count           pic 9(09) value zero.           00097000
000976 01  Ws-Held-Count                pic 9(09) value zero.           00097600
000982                                                                  00098200
000984 copy RUNSTATREC.                                                 00098400
000987 copy STEPCC.                                                     00098700
000990                                                                  00099000
001000 Procedure division.                                              00100000
001010                                                                  00101000
001050     Perform OpenSortedReport.                                    00105000
001060     Perform ExtractRiskReport.                                   00106000
001070     Perform Finalize.                                            00107000
001072     Move Cc-Step-Condition to Return-Code.                       00107200
001080     Goback.                                                      00108000
001090                                                                  00109000
001100 InitExtract Section.                                             00110000
001110                                                                  00111000
001120     perform SetEffectiveDate.                                    00112000
001121                                                                  00112100
001122     call "XaChnGat" using "XABILEXT" Ws-Run-Date Ws-Gate-Status. 00112200
001123     if not Ws-Gate-Open                                          00112300
001124        Display "XABILEXT: chain gate closed, run aborted."       00112400
001125        Move Cc-Hard-Failure to Cc-Step-Condition                 00112500
001126        perform WriteRunStats                                     00112600
001127        Move Cc-Hard-Failure to Return-Code                       00112700
001128        Goback                                                    00112800
001129     end-if                                                       00112900
001130                                                                  00113000
001140     open input Customer-Master-File.                             00114000
001150     if not Ws-Cm-File-Ok                                         00115000
001160        Display "XABILEXT: customer master open failed, "         00116000
001170                "run aborted."                                    00117000
001172        Move Cc-Hard-Failure to Cc-Step-Condition                 00117200
001174        perform WriteRunStats                                     00117400
001176        Move Cc-Hard-Failure to Return-Code                       00117600
001180        Goback                                                    00118000
001190     end-if                                                       00119000
001200                                                                  00120000
001220     if not Ws-Bl-File-Ok                                         00122000
001230        Display "XABILEXT: billing extract open failed, "         00123000
001240                "run aborted."                                    00124000
001242        Move Cc-Hard-Failure to Cc-Step-Condition                 00124200
001244        perform WriteRunStats                                     00124400
001246        Move Cc-Hard-Failure to Return-Code                       00124600
001250        Goback                                                    00125000
001260     end-if                                                       00126000
001261                                                                  00126100
001262     open input Notice-Control-File.                              00126200
001263     if not Ws-Nt-File-Ok and not Ws-Nt-File-Not-Found            00126300
001264        Display "XABILEXT: notice control file open failed, "     00126400
001265                "run aborted."                                    00126500
001266        Move Cc-Hard-Failure to Cc-Step-Condition                 00126600
001267        perform WriteRunStats                                     00126700
001268        Move Cc-Hard-Failure to Return-Code                       00126800
001269        Goback                                                    00126900
001270     end-if                                                       00127000
001271     if Ws-Nt-File-Ok                                             00127100
001272        Move "Y" to Ws-Nt-File-Present                            00127200
001273     end-if                                                       00127300
001274                                                                  00127400
001280     perform ReadMaster                                           00128000
001290     .                                                            00129000
001300                                                                  00130000
001550     if not Ws-Sq-File-Ok                                         00155000
001560        Display "XABILEXT: sorted risk report open failed, "      00156000
001570                "run aborted."                                    00157000
001572        Move Cc-Hard-Failure to Cc-Step-Condition                 00157200
001574        perform WriteRunStats                                     00157400
001576        Move Cc-Hard-Failure to Return-Code                       00157600
001580        Goback                                                    00158000
001590     end-if                                                       00159000
001600     .                                                            00160000
001980                                                                  00198000
001990 WriteBillingDetail Section.                                      00199000
002000                                                                  00200000
002002     perform SetBillingLoading.                                   00200200
002004                                                                  00200400
002010     Move "D"                    to Bl-Record-Type.               00201000
002020     Move Sq-Cust-Id             to Bl-Cust-Id.                   00202000
002030     Move Cm-Base-Annual-Premium to Bl-Base-Premium.              00203000
002040     Move Ws-Bill-Loading-Pct    to Bl-Loading-Pct.               00204000
002050     compute Bl-Loaded-Premium rounded =                          00205000
002060             Cm-Base-Annual-Premium +                             00206000
002070             (Cm-Base-Annual-Premium *                            00207000
002080                     Ws-Bill-Loading-Pct / 100).                  00208000
002090     Move Ws-Run-Date            to Bl-Effective-Date.            00209000
002100                                                                  00210000
002110     add Bl-Loaded-Premium to Ws-Premium-Total.                   00211000
002320     close Sorted-Risk-File.                                      00232000
002330     close Customer-Master-File.                                  00233000
002340     close Billing-Extract-File.                                  00234000
002342     if Ws-Nt-On-File                                             00234200
002344        close Notice-Control-File                                 00234400
002346     end-if                                                       00234600
002350                                                                  00235000
002360     Display "XABILEXT: " Ws-Extract-Count " detail record(s), "  00236000
002370             Ws-No-Master-Count " skipped, "                      00237000
002380             Ws-Held-Count " held at billed loading, "            00238000
002390             "premium total " Ws-Premium-Total "."                00239000
002392                                                                  00239200
002394     perform SetStepCondition                                     00239400
002397     perform WriteRunStats                                        00239700
002400     .                                                            00240000
002410                                                                  00241000
002420* -------------------------------------------------------------   00242000
002530     Move Ws-Extract-Count to Rs-Out-Count.                       00253000
002540     Move Ws-No-Master-Count to Rs-Reject-Count.                  00254000
002550     Move "C" to Rs-Completion-Status.                            00255000
002552     Move Cc-Step-Condition to Rs-Condition-Code.                 00255200
002554     if Cc-Step-Condition = Cc-Hard-Failure                       00255400
002556        Move "E" to Rs-Completion-Status                          00255600
002558     end-if                                                       00255800
002560     call "XaStatWr" using Run-Stats-Record                       00256000
002570     .                                                            00257000
002580                                                                  00258000
002590* -------------------------------------------------------------   00259000
002600* A loading change still inside its notice period, or waiting     00260000
002610* on a correspondence address, is billed at the old loading.      00261000
002620* -------------------------------------------------------------   00262000
002630 SetBillingLoading Section.                                       00263000
002640                                                                  00264000
002650     Move Sq-Premium-Loading-Pct to Ws-Bill-Loading-Pct.          00265000
002660                                                                  00266000
002670     if Ws-Nt-On-File                                             00267000
002680        Move Sq-Cust-Id to Nt-Cust-Id                             00268000
002690        read Notice-Control-File                                  00269000
002700            key is Nt-Cust-Id                                     00270000
002710            invalid key                                           00271000
002720                continue                                          00272000
002730            not invalid key                                       00273000
002740                if Nt-Billed-Loading-Pct not =                    00274000
002750                        Sq-Premium-Loading-Pct                    00275000
002760                   Move Nt-Billed-Loading-Pct                     00276000
002770                           to Ws-Bill-Loading-Pct                 00277000
002780                   add 1 to Ws-Held-Count                         00278000
002790                end-if                                            00279000
002800        end-read                                                  00280000
002810     end-if                                                       00281000
002820     .                                                            00282000
002830                                                                  00283000
002840 SetStepCondition Section.                                        00284000
002850                                                                  00285000
002860     if Ws-No-Master-Count > zero                                 00286000
002870        Move Cc-Warning to Cc-Step-Condition                      00287000
002880     else                                                         00288000
002890        Move Cc-Clean to Cc-Step-Condition                        00289000
002900     end-if                                                       00290000
002910     .                                                            00291000
