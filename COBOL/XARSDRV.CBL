000210* rerun after midnight still posts under the right day; a date    00021000
000220* already marked complete is refused unless the operator has      00022000
000230* authorized a rerun, and the date is marked complete only        00023000
000232* once the control totals are safely on file.  Exceptions end     00023200
000234* the step with the warning condition code (STEPCC), control      00023400
000236* totals not confirmed with out of balance.                       00023600
000238* With the underwriting requirements file supplied, a customer    00023800
000240* with evidence still outstanding (XaUwChk) is held out of the    00024000
000242* run - not rated, reported or billed, and outside the control    00024200
000244* totals - until the desk clears the last requirement.  With      00024400
000246* no file supplied nobody is held; a file that will not open      00024600
000248* ends the step.                                                  00024800
000250* -------------------------------------------------------------   00025000
000260 environment division.                                            00026000
000270 Input-Output section.                                            00027000
000877         record key is Su-Cust-Id                                 00087700
000878         file status is Ws-Su-File-Status.                        00087800
000880                                                                  00088000
000881     select Requirement-File assign to UwReqDd                    00088100
000882         organization is indexed                                  00088200
000883         access mode is dynamic                                   00088300
000884         record key is Ur-Requirement-Key                         00088400
000885         file status is Ws-Ur-File-Status.                        00088500
000886                                                                  00088600
000890 Data Division.                                                   00089000
000900 File Section.                                                    00090000
000910 Fd  Customer-Master-File.                                        00091000
001332                                                                  00133200
001334 Fd  Suspense-File.                                               00133400
001336 copy SUSPREC.                                                    00133600
001337                                                                  00133700
001338 Fd  Requirement-File.                                            00133800
001339 copy UWREQREC.                                                   00133900
001340                                                                  00134000
001350 Working-Storage Section.                                         00135000
001360 01  Ws-Cm-File-Status           pic x(02).                       00136000
001672 01  Ws-Su-File-Status           pic x(02).                       00167200
001674     88  Ws-Su-File-Ok               value "00".                  00167400
001676     88  Ws-Su-File-Not-Found        value "35".                  00167600
001678 01  Ws-Ur-File-Status           pic x(02).                       00167800
001680     88  Ws-Ur-File-Ok               value "00".                  00168000
001681     88  Ws-Ur-File-Not-Found        value "35".                  00168100
001682 01  Ws-Ur-File-Present          pic x(01) value "N".             00168200
001684     88  Ws-Ur-On-File               value "Y".                   00168400
001686                                                                  00168600
001690 01  Ws-Eof-Switch                pic x(01) value "N".            00169000
001700     88  Ws-At-Eof                    value "Y".                  00170000
001710                                                                  00171000
002050 01  Ws-Exception-Hash-Total      pic 9(12) value zero.           00205000
002052                                                                  00205200
002054 copy RUNSTATREC.                                                 00205400
002057 copy STEPCC.                                                     00205700
002060                                                                  00206000
002070* -------------------------------------------------------------   00207000
002080* Policy co-walk and exposure roll-up.  The policy key is one     00208000
002310     88  Ws-Override-Found            value "Y".                  00231000
002320 01  Ws-Override-Risc             pic 9(05).                      00232000
002330                                                                  00233000
002331* -------------------------------------------------------------   00233100
002332* Set for a customer with an underwriting requirement open.       00233200
002333* -------------------------------------------------------------   00233300
002334 01  Ws-Evidence-Hold-Switch      pic x(01) value "N".            00233400
002335     88  Ws-Held-For-Evidence         value "Y".                  00233500
002336 01  Ws-Ur-Eof-Switch             pic x(01).                      00233600
002337     88  Ws-Ur-At-Eof                 value "Y".                  00233700
002338 01  Ws-Evidence-Hold-Count       pic 9(09) value zero.           00233800
002339                                                                  00233900
002340* -------------------------------------------------------------   00234000
002350* Working-storage staging copy of the customer record.  Both      00235000
002360* the full and delta read loops READ INTO here, so the rating     00236000
002600     Perform InitRun.                                             00260000
002610     Perform ProcessCustomerFile.                                 00261000
002620     Perform Finalize.                                            00262000
002622     Move Cc-Step-Condition to Return-Code.                       00262200
002630     Goback.                                                      00263000
002640                                                                  00264000
002650 InitRun Section.                                                 00265000
002700             Ws-Rate-Table-Source Ws-Run-Date.                    00270000
002710     if not Ws-Rate-Load-Ok                                       00271000
002720        Display "XARSDRV: rate table load failed, run aborted."   00272000
002722        Move Cc-Hard-Failure to Rs-Condition-Code                 00272200
002724        perform WriteRunStats                                     00272400
002726        Move Cc-Hard-Failure to Return-Code                       00272600
002730        Goback                                                    00273000
002740     end-if                                                       00274000
002750                                                                  00275000
002820        if not Ws-Dm-File-Ok                                      00282000
002830           Display "XARSDRV: delta customer file open failed, "   00283000
002840                   "run aborted."                                 00284000
002842           Move Cc-Hard-Failure to Rs-Condition-Code              00284200
002844           perform WriteRunStats                                  00284400
002846           Move Cc-Hard-Failure to Return-Code                    00284600
002850           Goback                                                 00285000
002860        end-if                                                    00286000
002870     else                                                         00287000
002890        if not Ws-Cm-File-Ok                                      00289000
002900           Display "XARSDRV: customer master open failed, "       00290000
002910                   "run aborted."                                 00291000
002912           Move Cc-Hard-Failure to Rs-Condition-Code              00291200
002914           perform WriteRunStats                                  00291400
002916           Move Cc-Hard-Failure to Return-Code                    00291600
002920           Goback                                                 00292000
002930        end-if                                                    00293000
002940     end-if                                                       00294000
003040     if not Ws-Rr-File-Ok                                         00304000
003050        Display "XARSDRV: risk report file open failed, "         00305000
003060                "run aborted."                                    00306000
003062        Move Cc-Hard-Failure to Rs-Condition-Code                 00306200
003064        perform WriteRunStats                                     00306400
003066        Move Cc-Hard-Failure to Return-Code                       00306600
003070        Goback                                                    00307000
003080     end-if                                                       00308000
003090                                                                  00309000
003180     if not Ws-Xr-File-Ok                                         00318000
003190        Display "XARSDRV: exception report file open failed, "    00319000
003200                "run aborted."                                    00320000
003202        Move Cc-Hard-Failure to Rs-Condition-Code                 00320200
003204        perform WriteRunStats                                     00320400
003206        Move Cc-Hard-Failure to Return-Code                       00320600
003210        Goback                                                    00321000
003220     end-if                                                       00322000
003230                                                                  00323000
003280     if not Ws-Au-File-Ok                                         00328000
003290        Display "XARSDRV: audit log file open failed, "           00329000
003300                "run aborted."                                    00330000
003302        Move Cc-Hard-Failure to Rs-Condition-Code                 00330200
003304        perform WriteRunStats                                     00330400
003306        Move Cc-Hard-Failure to Return-Code                       00330600
003310        Goback                                                    00331000
003320     end-if                                                       00332000
003330                                                                  00333000
003400     if not Ws-Hi-File-Ok                                         00340000
003410        Display "XARSDRV: history file open failed, status "      00341000
003415                Ws-Hi-File-Status ", run aborted."                00341500
003418        Move Cc-Hard-Failure to Rs-Condition-Code                 00341800
003421        perform WriteRunStats                                     00342100
003424        Move Cc-Hard-Failure to Return-Code                       00342400
003430        Goback                                                    00343000
003440     end-if                                                       00344000
003450                                                                  00345000
003460     if not Ws-Su-File-Ok                                         00346000
003461        Display "XARSDRV: suspense file open failed, status "     00346100
003462                Ws-Su-File-Status ", run aborted."                00346200
003463        Move Cc-Hard-Failure to Rs-Condition-Code                 00346300
003464        perform WriteRunStats                                     00346400
003465        Move Cc-Hard-Failure to Return-Code                       00346500
003466        Goback                                                    00346600
003467     end-if                                                       00346700
003468                                                                  00346800
003469     open input Override-File.                                    00346900
003470     if Ws-Ov-File-Ok                                             00347000
003480        Move "Y" to Ws-Ov-File-Present                            00348000
003490     end-if                                                       00349000
003500                                                                  00350000
003501     open input Requirement-File.                                 00350100
003502     if not Ws-Ur-File-Ok and not Ws-Ur-File-Not-Found            00350200
003503        Display "XARSDRV: requirement file open failed, status "  00350300
003504                Ws-Ur-File-Status ", run aborted."                00350400
003505        Move Cc-Hard-Failure to Rs-Condition-Code                 00350500
003506        perform WriteRunStats                                     00350600
003507        Move Cc-Hard-Failure to Return-Code                       00350700
003508        Goback                                                    00350800
003509     end-if                                                       00350900
003510     if Ws-Ur-File-Ok                                             00351000
003511        Move "Y" to Ws-Ur-File-Present                            00351100
003512     end-if                                                       00351200
003513                                                                  00351300
003514     perform OpenPolicyFiles                                      00351400
003515     .                                                            00351500
003530                                                                  00353000
003540* -------------------------------------------------------------   00354000
003550* The policy file is optional so rating jobs without one keep     00355000
003664        if not Ws-Prod-Load-Ok                                    00366400
003665           Display "XARSDRV: product factor table load "          00366500
003666                   "failed, run aborted."                         00366600
003667           Move Cc-Hard-Failure to Rs-Condition-Code              00366700
003668           perform WriteRunStats                                  00366800
003669           Move Cc-Hard-Failure to Return-Code                    00366900
003670           Goback                                                 00367000
003671        end-if                                                    00367100
003672                                                                  00367200
003680        if Ws-Is-Restarting                                       00368000
003690           open extend Policy-Report-File                         00369000
003700           if not Ws-Pl-File-Ok                                   00370000
003760        if not Ws-Pl-File-Ok                                      00376000
003770           Display "XARSDRV: policy report file open failed, "    00377000
003780                   "run aborted."                                 00378000
003782           Move Cc-Hard-Failure to Rs-Condition-Code              00378200
003784           perform WriteRunStats                                  00378400
003786           Move Cc-Hard-Failure to Return-Code                    00378600
003790           Goback                                                 00379000
003800        end-if                                                    00380000
003810                                                                  00381000
004290                                                                  00429000
004300 ProcessOneCustomer Section.                                      00430000
004310                                                                  00431000
004312     perform CheckEvidenceHold.                                   00431200
004314                                                                  00431400
004320     if (Ws-Is-Restarting and Cw-Cust-Id <= Ws-Restart-Cust-Id)   00432000
004322             or Ws-Held-For-Evidence                              00432200
004330        continue                                                  00433000
004340     else                                                         00434000
004350        if Ws-Is-Restarting                                       00435000
004700     Move Ws-Risc     to Au-Computed-Risc.                        00470000
004710     Move Ws-Run-Date to Au-Run-Date.                             00471000
004712     Move Rt-Version-Id to Au-Rate-Version.                       00471200
004713     Move Ws-Smoker-Status to Au-Smoker-Status.                   00471300
004714     Move Ws-Occupation-Class to Au-Occupation-Class.             00471400
004715     Move Ws-Precond-Flag to Au-Precond-Flag.                     00471500
004716     Move Ws-Risk-Tier to Au-Risk-Tier.                           00471600
004717     Move Ws-Premium-Loading to Au-Premium-Loading-Pct.           00471700
004718     Move Ws-Exception-Flag to Au-Exception-Flag.                 00471800
004720     write Audit-Log-Record                                       00472000
004730     .                                                            00473000
004740                                                                  00474000
006790     open input Run-Control-File.                                 00679000
006800     if not Ws-Rn-File-Ok                                         00680000
006810        Display "XARSDRV: run control file missing, run aborted." 00681000
006812        Move Cc-Hard-Failure to Return-Code                       00681200
006820        Goback                                                    00682000
006830     end-if                                                       00683000
006840                                                                  00684000
006870             Display "XARSDRV: run control file empty, "          00687000
006880                     "run aborted."                               00688000
006890             close Run-Control-File                               00689000
006892             Move Cc-Hard-Failure to Return-Code                  00689200
006900             Goback                                               00690000
006910     end-read                                                     00691000
006920                                                                  00692000
006950                " already complete and rerun not authorized, "    00695000
006960                "run refused."                                    00696000
006970        close Run-Control-File                                    00697000
006972        Move Cc-Hard-Failure to Return-Code                       00697200
006980        Goback                                                    00698000
006990     end-if                                                       00699000
007000                                                                  00700000
007620     close History-File.                                          00762000
007625     close Suspense-File.                                         00762500
007630     close Override-File.                                         00763000
007631     if Ws-Ur-On-File                                             00763100
007632        close Requirement-File                                    00763200
007633        if Ws-Evidence-Hold-Count > zero                          00763300
007634           Display "XARSDRV: " Ws-Evidence-Hold-Count             00763400
007635                   " customer(s) held for underwriting evidence." 00763500
007636        end-if                                                    00763600
007637     end-if                                                       00763700
007640     if Ws-Po-On-File                                             00764000
007650        close Policy-File                                         00765000
007660        close Policy-Report-File                                  00766000
007850                "run-control left incomplete for rerun."          00785000
007860     end-if                                                       00786000
007862                                                                  00786200
007864     perform SetStepCondition                                     00786400
007867     perform WriteRunStats                                        00786700
007870     .                                                            00787000
007871                                                                  00787100
007872 WriteRunStats Section.                                           00787200
007876     Move Ws-In-Record-Count to Rs-In-Count.                      00787600
007877     Move Ws-Out-Record-Count to Rs-Out-Count.                    00787700
007878     Move Ws-Exception-Record-Count to Rs-Reject-Count.           00787800
007879     if Ws-Ct-File-Ok and not Rs-Cc-Hard-Failure                  00787900
007881        Move "C" to Rs-Completion-Status                          00788100
007882     else                                                         00788200
007883        Move "E" to Rs-Completion-Status                          00788300
008340     write Control-Total-Record.                                  00834000
008350     close Control-Total-File                                     00835000
008360     .                                                            00836000
008370                                                                  00837000
008380* -------------------------------------------------------------   00838000
008390* Rs-Condition-Code is set here, or at the abort that ends the    00839000
008400* run, ahead of WriteRunStats.                                    00840000
008410* -------------------------------------------------------------   00841000
008420 SetStepCondition Section.                                        00842000
008430                                                                  00843000
008440     evaluate true                                                00844000
008450         when not Ws-Ct-File-Ok                                   00845000
008460             Move Cc-Out-Of-Balance to Cc-Step-Condition          00846000
008470         when Ws-Exception-Record-Count > zero                    00847000
008480             Move Cc-Warning to Cc-Step-Condition                 00848000
008490         when Ws-Unknown-Product-Count > zero                     00849000
008500             Move Cc-Warning to Cc-Step-Condition                 00850000
008510         when other                                               00851000
008520             Move Cc-Clean to Cc-Step-Condition                   00852000
008530     end-evaluate                                                 00853000
008540     Move Cc-Step-Condition to Rs-Condition-Code                  00854000
008550     .                                                            00855000
008560                                                                  00856000
008570* -------------------------------------------------------------   00857000
008580* A held customer is skipped before it is counted in, exactly     00858000
008590* like a customer already done before a restart, so the           00859000
008600* control totals still prove; its policies are passed over by     00860000
008610* the policy walk with the rest of the unrated ids.               00861000
008620* -------------------------------------------------------------   00862000
008630 CheckEvidenceHold Section.                                       00863000
008640                                                                  00864000
008650     Move "N" to Ws-Evidence-Hold-Switch.                         00865000
008660     if Ws-Ur-On-File                                             00866000
008670             and not (Ws-Is-Restarting                            00867000
008680                      and Cw-Cust-Id <= Ws-Restart-Cust-Id)       00868000
008690        Move Cw-Cust-Id to Ur-Cust-Id                             00869000
008700        Move zero to Ur-Policy-No                                 00870000
008710        Move low-values to Ur-Requirement-Code                    00871000
008720        start Requirement-File                                    00872000
008730            key is not less than Ur-Requirement-Key               00873000
008740            invalid key                                           00874000
008750                Move "Y" to Ws-Ur-Eof-Switch                      00875000
008760            not invalid key                                       00876000
008770                Move "N" to Ws-Ur-Eof-Switch                      00877000
008780        end-start                                                 00878000
008790        perform until Ws-Ur-At-Eof or Ws-Held-For-Evidence        00879000
008800            read Requirement-File next record                     00880000
008810                at end                                            00881000
008820                    Move "Y" to Ws-Ur-Eof-Switch                  00882000
008830                not at end                                        00883000
008840                    if Ur-Cust-Id not = Cw-Cust-Id                00884000
008850                       Move "Y" to Ws-Ur-Eof-Switch               00885000
008860                    else                                          00886000
008870                       if Ur-Status-Open                          00887000
008880                          Move "Y" to Ws-Evidence-Hold-Switch     00888000
008890                       end-if                                     00889000
008900                    end-if                                        00890000
008910            end-read                                              00891000
008920        end-perform                                               00892000
008930        if Ws-Held-For-Evidence                                   00893000
008940           add 1 to Ws-Evidence-Hold-Count                        00894000
008950        end-if                                                    00895000
008960     end-if                                                       00896000
008970     .                                                            00897000
