000010 Identification division.                                         00001000
000020 Program-id.   XaNotice.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Premium-change notice step.  Runs between XaRskSrt and          00005000
000060* XaBilExt.  Compares each customer's premium loading on the      00006000
000070* sorted daily risk report with the loading last billed, kept     00007000
000080* on the notice control file, and where it has moved writes a     00008000
000090* print-ready notice to the customer's correspondence address:    00009000
000100* premium billed today, premium from the effective date, and      00010000
000110* whether the move came from a tier change or an underwriter      00011000
000120* override.  The effective date is the run date plus the          00012000
000130* regulatory lead time from the notice parameter file, and        00013000
000140* the new loading only becomes the billed loading once that       00014000
000150* date is reached - XaBilExt bills the control file's loading     00015000
000160* until then.  A customer whose loading has moved but who has     00016000
000170* no usable correspondence address goes to the notice             00017000
000180* worklist instead and stays billed at the old loading, so        00018000
000190* nobody is charged a new premium they were never told about.     00019000
000191* A customer newly worklisted tonight, or one with no master      00019100
000192* record, ends the step with the warning condition code           00019200
000193* (STEPCC); one still waiting from an earlier night is listed     00019300
000194* again but does not, so billing is not held night after night    00019400
000195* for the same missing address while the desk chases it           00019500
000196* (XaCaMnt keys the address file).  A pending change dropped      00019600
000197* or replaced before it is billed is kept on the control record   00019700
000198* as withdrawn, for XaEndors to reverse any adjustment it raised  00019800
000199* for it.                                                         00019900
000200* -------------------------------------------------------------   00020000
000210 environment division.                                            00021000
000220 Input-Output section.                                            00022000
000230 File-control.                                                    00023000
000240     select Sorted-Risk-File assign to SrtRiskDd                  00024000
000250         organization is line sequential                          00025000
000260         file status is Ws-Sq-File-Status.                        00026000
000270                                                                  00027000
000280     select Customer-Master-File assign to CustMstDd              00028000
000290         organization is line sequential                          00029000
000300         file status is Ws-Cm-File-Status.                        00030000
000310                                                                  00031000
000320     select Address-File assign to AddrFileDd                     00032000
000330         organization is indexed                                  00033000
000340         access mode is dynamic                                   00034000
000350         record key is Ca-Cust-Id                                 00035000
000360         file status is Ws-Ca-File-Status.                        00036000
000370                                                                  00037000
000380     select Notice-Control-File assign to NtcCtlDd                00038000
000390         organization is indexed                                  00039000
000400         access mode is dynamic                                   00040000
000410         record key is Nt-Cust-Id                                 00041000
000420         file status is Ws-Nt-File-Status.                        00042000
000430                                                                  00043000
000440     select Notice-File assign to NoticeDd                        00044000
000450         organization is line sequential                          00045000
000460         file status is Ws-Pn-File-Status.                        00046000
000470                                                                  00047000
000480     select Worklist-File assign to NtcWkDd                       00048000
000490         organization is line sequential                          00049000
000500         file status is Ws-Nw-File-Status.                        00050000
000510                                                                  00051000
000520     select Notice-Parm-File assign to NtcParmDd                  00052000
000530         organization is line sequential                          00053000
000540         file status is Ws-Na-File-Status.                        00054000
000550                                                                  00055000
000560     select Run-Control-File assign to RunCtlDd                   00056000
000570         organization is line sequential                          00057000
000580         file status is Ws-Rn-File-Status.                        00058000
000590                                                                  00059000
000600 Data Division.                                                   00060000
000610 File Section.                                                    00061000
000620 Fd  Sorted-Risk-File.                                            00062000
000630 copy RISKREC replacing ==Risk-Report-Record== by                 00063000
000640         ==Sorted-Risk-Record==                                   00064000
000650         leading ==Rr-== by ==Sq-==.                              00065000
000660                                                                  00066000
000670 Fd  Customer-Master-File.                                        00067000
000680 copy CUSTREC.                                                    00068000
000690                                                                  00069000
000700 Fd  Address-File.                                                00070000
000710 copy ADDRREC.                                                    00071000
000720                                                                  00072000
000730 Fd  Notice-Control-File.                                         00073000
000740 copy NTCCTLREC.                                                  00074000
000750                                                                  00075000
000760 Fd  Notice-File.                                                 00076000
000770 copy NOTICEREC.                                                  00077000
000780                                                                  00078000
000790 Fd  Worklist-File.                                               00079000
000800 copy NTCWKREC.                                                   00080000
000810                                                                  00081000
000820 Fd  Notice-Parm-File.                                            00082000
000830 copy NTCPARMREC.                                                 00083000
000840                                                                  00084000
000850 Fd  Run-Control-File.                                            00085000
000860 copy RUNCTLREC.                                                  00086000
000870                                                                  00087000
000880 Working-Storage Section.                                         00088000
000890 01  Ws-Sq-File-Status           pic x(02).                       00089000
000900     88  Ws-Sq-File-Ok               value "00".                  00090000
000910 01  Ws-Cm-File-Status           pic x(02).                       00091000
000920     88  Ws-Cm-File-Ok               value "00".                  00092000
000930 01  Ws-Ca-File-Status           pic x(02).                       00093000
000940     88  Ws-Ca-File-Ok               value "00".                  00094000
000950 01  Ws-Nt-File-Status           pic x(02).                       00095000
000960     88  Ws-Nt-File-Ok               value "00".                  00096000
000970     88  Ws-Nt-File-Not-Found        value "35".                  00097000
000980 01  Ws-Pn-File-Status           pic x(02).                       00098000
000990     88  Ws-Pn-File-Ok               value "00".                  00099000
001000 01  Ws-Nw-File-Status           pic x(02).                       00100000
001010     88  Ws-Nw-File-Ok               value "00".                  00101000
001020 01  Ws-Na-File-Status           pic x(02).                       00102000
001030     88  Ws-Na-File-Ok               value "00".                  00103000
001040 01  Ws-Rn-File-Status           pic x(02).                       00104000
001050     88  Ws-Rn-File-Ok               value "00".                  00105000
001060                                                                  00106000
001070 01  Ws-Rr-Eof-Switch             pic x(01) value "N".            00107000
001080     88  Ws-Rr-At-Eof                 value "Y".                  00108000
001090 01  Ws-Cm-Eof-Switch             pic x(01) value "N".            00109000
001100     88  Ws-Cm-At-Eof                 value "Y".                  00110000
001110                                                                  00111000
001120 01  Ws-Lead-Days                 pic 9(03) value zero.           00112000
001130 01  Ws-Lead-Days-Switch          pic x(01) value "N".            00113000
001140     88  Ws-Lead-Days-Found           value "Y".                  00114000
001150                                                                  00115000
001160 01  Ws-Run-Date                  pic 9(08).                      00116000
001170 01  Ws-Effective-Date            pic 9(08).                      00117000
001180                                                                  00118000
001190* -------------------------------------------------------------   00119000
001200* The lead time is counted on the shop's 30/360 calendar, as      00120000
001210* every aging window is.  A date landing on 29 or 30 February     00121000
001220* is carried to 1 March so the notice period is never short.      00122000
001230* -------------------------------------------------------------   00123000
001240 01  Ws-Date-Work                 pic 9(08).                      00124000
001250 01  filler redefines Ws-Date-Work.                               00125000
001260     03  Ws-Dw-Year               pic 9(04).                      00126000
001270     03  Ws-Dw-Month              pic 9(02).                      00127000
001280     03  Ws-Dw-Day                pic 9(02).                      00128000
001290 01  Ws-Date-Serial               pic 9(09).                      00129000
001300 01  Ws-Serial-Work               pic 9(09).                      00130000
001310 01  Ws-Serial-Remainder          pic 9(03).                      00131000
001320 01  Ws-Month-Remainder           pic 9(02).                      00132000
001330                                                                  00133000
001340 01  Ws-Read-Count                pic 9(09) value zero.           00134000
001350 01  Ws-First-Rated-Count         pic 9(09) value zero.           00135000
001360 01  Ws-Unchanged-Count           pic 9(09) value zero.           00136000
001370 01  Ws-Notice-Count              pic 9(09) value zero.           00137000
001380 01  Ws-Held-Count                pic 9(09) value zero.           00138000
001390 01  Ws-Applied-Count             pic 9(09) value zero.           00139000
001400 01  Ws-Withdrawn-Count           pic 9(09) value zero.           00140000
001410 01  Ws-Worklist-Count            pic 9(09) value zero.           00141000
001412 01  Ws-New-Worklist-Count        pic 9(09) value zero.           00141200
001420 01  Ws-No-Master-Count           pic 9(09) value zero.           00142000
001430                                                                  00143000
001440 copy RUNSTATREC.                                                 00144000
001442 copy STEPCC.                                                     00144200
001450                                                                  00145000
001460 Procedure division.                                              00146000
001470                                                                  00147000
001480 Main section.                                                    00148000
001490                                                                  00149000
001500     Perform InitNotice.                                          00150000
001510     Perform ReviewRiskReport.                                    00151000
001520     Perform Finalize.                                            00152000
001522     Move Cc-Step-Condition to Return-Code.                       00152200
001530     Goback.                                                      00153000
001540                                                                  00154000
001550 InitNotice Section.                                              00155000
001560                                                                  00156000
001570     perform SetBusinessDate.                                     00157000
001580     perform ReadNoticeParm.                                      00158000
001590     perform SetNoticeEffectiveDate.                              00159000
001600                                                                  00160000
001610     open input Sorted-Risk-File.                                 00161000
001620     if not Ws-Sq-File-Ok                                         00162000
001630        Display "XANOTICE: sorted risk report open failed, "      00163000
001640                "run aborted."                                    00164000
001642        Move Cc-Hard-Failure to Cc-Step-Condition                 00164200
001644        perform WriteRunStats                                     00164400
001646        Move Cc-Hard-Failure to Return-Code                       00164600
001650        Goback                                                    00165000
001660     end-if                                                       00166000
001670                                                                  00167000
001680     open input Customer-Master-File.                             00168000
001690     if not Ws-Cm-File-Ok                                         00169000
001700        Display "XANOTICE: customer master open failed, "         00170000
001710                "run aborted."                                    00171000
001712        Move Cc-Hard-Failure to Cc-Step-Condition                 00171200
001714        perform WriteRunStats                                     00171400
001716        Move Cc-Hard-Failure to Return-Code                       00171600
001720        Goback                                                    00172000
001730     end-if                                                       00173000
001740                                                                  00174000
001750     open input Address-File.                                     00175000
001760     if not Ws-Ca-File-Ok                                         00176000
001770        Display "XANOTICE: correspondence address file open "     00177000
001780                "failed, run aborted."                            00178000
001782        Move Cc-Hard-Failure to Cc-Step-Condition                 00178200
001784        perform WriteRunStats                                     00178400
001786        Move Cc-Hard-Failure to Return-Code                       00178600
001790        Goback                                                    00179000
001800     end-if                                                       00180000
001810                                                                  00181000
001820     open i-o Notice-Control-File.                                00182000
001830     if not Ws-Nt-File-Ok                                         00183000
001840        if Ws-Nt-File-Not-Found                                   00184000
001850           open output Notice-Control-File                        00185000
001860           close Notice-Control-File                              00186000
001870           open i-o Notice-Control-File                           00187000
001880        end-if                                                    00188000
001890     end-if                                                       00189000
001900     if not Ws-Nt-File-Ok                                         00190000
001910        Display "XANOTICE: notice control file open failed, "     00191000
001920                "status " Ws-Nt-File-Status ", run aborted."      00192000
001922        Move Cc-Hard-Failure to Cc-Step-Condition                 00192200
001924        perform WriteRunStats                                     00192400
001926        Move Cc-Hard-Failure to Return-Code                       00192600
001930        Goback                                                    00193000
001940     end-if                                                       00194000
001950                                                                  00195000
001960     open output Notice-File.                                     00196000
001970     if not Ws-Pn-File-Ok                                         00197000
001980        Display "XANOTICE: notice file open failed, "             00198000
001990                "run aborted."                                    00199000
001992        Move Cc-Hard-Failure to Cc-Step-Condition                 00199200
001994        perform WriteRunStats                                     00199400
001996        Move Cc-Hard-Failure to Return-Code                       00199600
002000        Goback                                                    00200000
002010     end-if                                                       00201000
002020                                                                  00202000
002030     open output Worklist-File.                                   00203000
002040     if not Ws-Nw-File-Ok                                         00204000
002050        Display "XANOTICE: notice worklist open failed, "         00205000
002060                "run aborted."                                    00206000
002062        Move Cc-Hard-Failure to Cc-Step-Condition                 00206200
002064        perform WriteRunStats                                     00206400
002066        Move Cc-Hard-Failure to Return-Code                       00206600
002070        Goback                                                    00207000
002080     end-if                                                       00208000
002090                                                                  00209000
002100     perform ReadMaster                                           00210000
002110     .                                                            00211000
002120                                                                  00212000
002130 SetBusinessDate Section.                                         00213000
002140                                                                  00214000
002150     Accept Ws-Run-Date from date YYYYMMDD.                       00215000
002160                                                                  00216000
002170     open input Run-Control-File.                                 00217000
002180     if Ws-Rn-File-Ok                                             00218000
002190        read Run-Control-File                                     00219000
002200            at end                                                00220000
002210                continue                                          00221000
002220            not at end                                            00222000
002230                Move Rn-Business-Date to Ws-Run-Date              00223000
002240        end-read                                                  00224000
002250        close Run-Control-File                                    00225000
002260     end-if                                                       00226000
002270     .                                                            00227000
002280                                                                  00228000
002290* -------------------------------------------------------------   00229000
002300* A missing parameter file aborts the run rather than guess       00230000
002310* the notice period.  Zero is accepted: it means the new          00231000
002320* premium may be billed from the day after the notice.            00232000
002330* -------------------------------------------------------------   00233000
002340 ReadNoticeParm Section.                                          00234000
002350                                                                  00235000
002360     open input Notice-Parm-File.                                 00236000
002370     if not Ws-Na-File-Ok                                         00237000
002380        Display "XANOTICE: notice parameter file missing, "       00238000
002390                "run aborted."                                    00239000
002392        Move Cc-Hard-Failure to Cc-Step-Condition                 00239200
002394        perform WriteRunStats                                     00239400
002396        Move Cc-Hard-Failure to Return-Code                       00239600
002400        Goback                                                    00240000
002410     end-if                                                       00241000
002420                                                                  00242000
002430     read Notice-Parm-File                                        00243000
002440         at end                                                   00244000
002450             continue                                             00245000
002460         not at end                                               00246000
002470             if Na-Lead-Days is numeric                           00247000
002480                Move Na-Lead-Days to Ws-Lead-Days                 00248000
002490                Move "Y" to Ws-Lead-Days-Switch                   00249000
002500             end-if                                               00250000
002510     end-read                                                     00251000
002520     close Notice-Parm-File.                                      00252000
002530                                                                  00253000
002540     if not Ws-Lead-Days-Found                                    00254000
002550        Display "XANOTICE: notice lead days missing or invalid, " 00255000
002560                "run aborted."                                    00256000
002562        Move Cc-Hard-Failure to Cc-Step-Condition                 00256200
002564        perform WriteRunStats                                     00256400
002566        Move Cc-Hard-Failure to Return-Code                       00256600
002570        Goback                                                    00257000
002580     end-if                                                       00258000
002590     .                                                            00259000
002600                                                                  00260000
002610* -------------------------------------------------------------   00261000
002620* Every notice in a run carries the same effective date, so       00262000
002630* it is worked out once: run date plus the lead days.             00263000
002640* -------------------------------------------------------------   00264000
002650 SetNoticeEffectiveDate Section.                                  00265000
002660                                                                  00266000
002670     Move Ws-Run-Date to Ws-Date-Work.                            00267000
002680     if Ws-Dw-Day > 30                                            00268000
002690        Move 30 to Ws-Dw-Day                                      00269000
002700     end-if                                                       00270000
002710     perform DateToSerial.                                        00271000
002720     add Ws-Lead-Days to Ws-Date-Serial.                          00272000
002730     perform SerialToDate.                                        00273000
002740     Move Ws-Date-Work to Ws-Effective-Date                       00274000
002750     .                                                            00275000
002760                                                                  00276000
002770 ReviewRiskReport Section.                                        00277000
002780                                                                  00278000
002790     perform until Ws-Rr-At-Eof                                   00279000
002800         read Sorted-Risk-File                                    00280000
002810             at end                                               00281000
002820                 Move "Y" to Ws-Rr-Eof-Switch                     00282000
002830             not at end                                           00283000
002840                 add 1 to Ws-Read-Count                           00284000
002850                 perform ReviewOneCustomer                        00285000
002860         end-read                                                 00286000
002870     end-perform                                                  00287000
002880     .                                                            00288000
002890                                                                  00289000
002900* -------------------------------------------------------------   00290000
002910* Both files are ascending by customer id, so the master is       00291000
002920* simply advanced until it catches up with the report line.       00292000
002930* A customer with no master is not billed by XaBilExt either,     00293000
002940* so there is nothing to give notice of.                          00294000
002950* -------------------------------------------------------------   00295000
002960 ReviewOneCustomer Section.                                       00296000
002970                                                                  00297000
002980     perform until Ws-Cm-At-Eof or Cm-Cust-Id >= Sq-Cust-Id       00298000
002990         perform ReadMaster                                       00299000
003000     end-perform                                                  00300000
003010                                                                  00301000
003020     if Ws-Cm-At-Eof or Cm-Cust-Id > Sq-Cust-Id                   00302000
003030        add 1 to Ws-No-Master-Count                               00303000
003040        Display "XANOTICE: no master record for customer "        00304000
003050                Sq-Cust-Id ", skipped"                            00305000
003060     else                                                         00306000
003070        Move Sq-Cust-Id to Nt-Cust-Id                             00307000
003080        read Notice-Control-File                                  00308000
003090            key is Nt-Cust-Id                                     00309000
003100            invalid key                                           00310000
003110                perform StartNoticeControl                        00311000
003120            not invalid key                                       00312000
003130                perform CompareBilledLoading                      00313000
003140        end-read                                                  00314000
003150     end-if                                                       00315000
003160     .                                                            00316000
003170                                                                  00317000
003180* -------------------------------------------------------------   00318000
003190* A customer seen for the first time is billed at the loading     00319000
003200* they were first rated at; there is no earlier premium to        00320000
003210* give notice against.                                            00321000
003220* -------------------------------------------------------------   00322000
003230 StartNoticeControl Section.                                      00323000
003240                                                                  00324000
003250     Move Sq-Cust-Id to Nt-Cust-Id.                               00325000
003260     Move Sq-Premium-Loading-Pct to Nt-Billed-Loading-Pct.        00326000
003270     Move "N" to Nt-Pending-Switch.                               00327000
003280     Move zero to Nt-Pending-Loading-Pct.                         00328000
003290     Move spaces to Nt-Pending-Reason.                            00329000
003300     Move zero to Nt-Notice-Date.                                 00330000
003303     Move zero to Nt-Effective-Date.                              00330300
003306     Move "N" to Nt-Charged-Switch.                               00330600
003309     Move zero to Nt-Wdn-Loading-Pct.                             00330900
003312     Move zero to Nt-Wdn-Effective-Date.                          00331200
003315     Move zero to Nt-Wdn-Date.                                    00331500
003318     Move "N" to Nt-Wdn-Charged-Switch.                           00331800
003321     Move "N" to Nt-Worklist-Switch.                              00332100
003324     write Notice-Control-Record.                                 00332400
003330     add 1 to Ws-First-Rated-Count                                00333000
003340     .                                                            00334000
003350                                                                  00335000
003360* -------------------------------------------------------------   00336000
003367* Back at the billed loading: any change still waiting out its    00336700
003374* notice period is withdrawn, the customer keeps the premium      00337400
003381* they already pay, and a customer worklisted for a change that   00338100
003388* has gone away comes off the worklist.  At the loading already   00338800
003395* noticed: billed from the effective date, held until then.       00339500
003402* Anything else is a new change and needs a notice of its own.    00340200
003409* -------------------------------------------------------------   00340900
003416 CompareBilledLoading Section.                                    00341600
003423                                                                  00342300
003430     evaluate true                                                00343000
003437         when Sq-Premium-Loading-Pct = Nt-Billed-Loading-Pct      00343700
003444             if Nt-Change-Pending                                 00344400
003451                perform WithdrawPendingChange                     00345100
003458                rewrite Notice-Control-Record                     00345800
003465                add 1 to Ws-Withdrawn-Count                       00346500
003472             else                                                 00347200
003479                add 1 to Ws-Unchanged-Count                       00347900
003486                if Nt-On-Worklist                                 00348600
003493                   Move "N" to Nt-Worklist-Switch                 00349300
003500                   rewrite Notice-Control-Record                  00350000
003507                end-if                                            00350700
003514             end-if                                               00351400
003540         when Nt-Change-Pending                                   00354000
003550              and Sq-Premium-Loading-Pct = Nt-Pending-Loading-Pct 00355000
003560             if Ws-Run-Date >= Nt-Effective-Date                  00356000
003570                Move Nt-Pending-Loading-Pct                       00357000
003580                        to Nt-Billed-Loading-Pct                  00358000
003590                perform ClearPendingChange                        00359000
003600                rewrite Notice-Control-Record                     00360000
003610                add 1 to Ws-Applied-Count                         00361000
003620             else                                                 00362000
003630                add 1 to Ws-Held-Count                            00363000
003640             end-if                                               00364000
003650         when other                                               00365000
003660             perform IssueNotice                                  00366000
003670     end-evaluate                                                 00367000
003680     .                                                            00368000
003690                                                                  00369000
003700 ClearPendingChange Section.                                      00370000
003710                                                                  00371000
003720     Move "N" to Nt-Pending-Switch.                               00372000
003730     Move zero to Nt-Pending-Loading-Pct.                         00373000
003740     Move spaces to Nt-Pending-Reason.                            00374000
003750     Move zero to Nt-Notice-Date.                                 00375000
003751     Move zero to Nt-Effective-Date.                              00375100
003752     Move "N" to Nt-Charged-Switch                                00375200
003753     .                                                            00375300
003754                                                                  00375400
003755* -------------------------------------------------------------   00375500
003756* A pending change that goes before it is billed is kept as       00375600
003757* withdrawn, with whether XaEndors charged for it, so XaEndors    00375700
003758* can reverse the charge tonight.                                 00375800
003759* -------------------------------------------------------------   00375900
003760 WithdrawPendingChange Section.                                   00376000
003761                                                                  00376100
003762     Move Nt-Pending-Loading-Pct to Nt-Wdn-Loading-Pct.           00376200
003763     Move Nt-Effective-Date to Nt-Wdn-Effective-Date.             00376300
003764     Move Ws-Run-Date to Nt-Wdn-Date.                             00376400
003765     Move Nt-Charged-Switch to Nt-Wdn-Charged-Switch.             00376500
003766     perform ClearPendingChange                                   00376600
003767     .                                                            00376700
003780                                                                  00378000
003790* -------------------------------------------------------------   00379000
003800* An address with no name or no first line cannot be mailed       00380000
003810* and is worklisted the same as a missing one.                    00381000
003820* -------------------------------------------------------------   00382000
003830 IssueNotice Section.                                             00383000
003840                                                                  00384000
003850     Move Sq-Cust-Id to Ca-Cust-Id.                               00385000
003860     read Address-File                                            00386000
003870         key is Ca-Cust-Id                                        00387000
003880         invalid key                                              00388000
003890             Move "NO CORRESPONDENCE ADDRESS" to Nw-Condition     00389000
003900             perform WriteWorklistItem                            00390000
003910         not invalid key                                          00391000
003920             if Ca-Name = spaces or Ca-Address-Line-1 = spaces    00392000
003930                Move "CORRESPONDENCE ADDRESS INCOMPLETE"          00393000
003940                        to Nw-Condition                           00394000
003950                perform WriteWorklistItem                         00395000
003960             else                                                 00396000
003970                perform WritePremiumNotice                        00397000
003980             end-if                                               00398000
003990     end-read                                                     00399000
004000     .                                                            00400000
004010                                                                  00401000
004020 WritePremiumNotice Section.                                      00402000
004030                                                                  00403000
004040     Move Ca-Cust-Id        to Pn-Cust-Id.                        00404000
004050     Move Ca-Name           to Pn-Name.                           00405000
004060     Move Ca-Address-Line-1 to Pn-Address-Line-1.                 00406000
004070     Move Ca-Address-Line-2 to Pn-Address-Line-2.                 00407000
004080     Move Ca-Town           to Pn-Town.                           00408000
004090     Move Ca-Postcode       to Pn-Postcode.                       00409000
004100     Move Nt-Billed-Loading-Pct  to Pn-Old-Loading-Pct.           00410000
004110     Move Sq-Premium-Loading-Pct to Pn-New-Loading-Pct.           00411000
004120     compute Pn-Old-Premium rounded =                             00412000
004130             Cm-Base-Annual-Premium +                             00413000
004140             (Cm-Base-Annual-Premium *                            00414000
004150                     Nt-Billed-Loading-Pct / 100).                00415000
004160     compute Pn-New-Premium rounded =                             00416000
004170             Cm-Base-Annual-Premium +                             00417000
004180             (Cm-Base-Annual-Premium *                            00418000
004190                     Sq-Premium-Loading-Pct / 100).               00419000
004200     if Sq-Is-Overridden                                          00420000
004210        Move "OVERRIDE" to Pn-Reason-Code                         00421000
004220     else                                                         00422000
004230        Move "TIER" to Pn-Reason-Code                             00423000
004240     end-if                                                       00424000
004250     Move Ws-Run-Date       to Pn-Notice-Date.                    00425000
004260     Move Ws-Effective-Date to Pn-Effective-Date.                 00426000
004270     write Premium-Notice-Record.                                 00427000
004280     add 1 to Ws-Notice-Count.                                    00428000
004290                                                                  00429000
004295     if Nt-Change-Pending                                         00429500
004300        perform WithdrawPendingChange                             00430000
004305     end-if                                                       00430500
004310     Move "Y" to Nt-Pending-Switch.                               00431000
004315     Move Sq-Premium-Loading-Pct to Nt-Pending-Loading-Pct.       00431500
004320     Move Pn-Reason-Code    to Nt-Pending-Reason.                 00432000
004325     Move Ws-Run-Date       to Nt-Notice-Date.                    00432500
004330     Move Ws-Effective-Date to Nt-Effective-Date.                 00433000
004335     Move "N" to Nt-Charged-Switch.                               00433500
004340     Move "N" to Nt-Worklist-Switch.                              00434000
004345     rewrite Notice-Control-Record                                00434500
004360     .                                                            00436000
004370                                                                  00437000
004380* -------------------------------------------------------------   00438000
004388* An earlier notice for some other loading is withdrawn: that     00438800
004396* premium is no longer the one the customer is heading for.       00439600
004404* The item reappears every run until an address is on file, but   00440400
004412* only the first night counts as newly worklisted.                00441200
004420* -------------------------------------------------------------   00442000
004430 WriteWorklistItem Section.                                       00443000
004440                                                                  00444000
004450     Move Sq-Cust-Id             to Nw-Cust-Id.                   00445000
004460     Move Nt-Billed-Loading-Pct  to Nw-Old-Loading-Pct.           00446000
004470     Move Sq-Premium-Loading-Pct to Nw-New-Loading-Pct.           00447000
004480     if Sq-Is-Overridden                                          00448000
004490        Move "OVERRIDE" to Nw-Reason-Code                         00449000
004500     else                                                         00450000
004510        Move "TIER" to Nw-Reason-Code                             00451000
004520     end-if                                                       00452000
004530     Move Ws-Run-Date            to Nw-Run-Date.                  00453000
004540     write Notice-Worklist-Record.                                00454000
004550     add 1 to Ws-Worklist-Count.                                  00455000
004560                                                                  00456000
004565     if not Nt-On-Worklist                                        00456500
004570        add 1 to Ws-New-Worklist-Count                            00457000
004575        Move "Y" to Nt-Worklist-Switch                            00457500
004580     end-if                                                       00458000
004585     if Nt-Change-Pending                                         00458500
004590        perform WithdrawPendingChange                             00459000
004595     end-if                                                       00459500
004600     rewrite Notice-Control-Record                                00460000
004610     .                                                            00461000
004620                                                                  00462000
004630 ReadMaster Section.                                              00463000
004640                                                                  00464000
004650     read Customer-Master-File                                    00465000
004660         at end                                                   00466000
004670             Move "Y" to Ws-Cm-Eof-Switch                         00467000
004680     end-read                                                     00468000
004690     .                                                            00469000
004700                                                                  00470000
004710 DateToSerial Section.                                            00471000
004720                                                                  00472000
004730     compute Ws-Date-Serial =                                     00473000
004740             Ws-Dw-Year * 360 + (Ws-Dw-Month - 1) * 30            00474000
004750             + Ws-Dw-Day                                          00475000
004760     .                                                            00476000
004770                                                                  00477000
004780 SerialToDate Section.                                            00478000
004790                                                                  00479000
004800     compute Ws-Serial-Work = Ws-Date-Serial - 1.                 00480000
004810     divide Ws-Serial-Work by 360                                 00481000
004820             giving Ws-Dw-Year remainder Ws-Serial-Remainder.     00482000
004830     divide Ws-Serial-Remainder by 30                             00483000
004840             giving Ws-Dw-Month remainder Ws-Month-Remainder.     00484000
004850     add 1 to Ws-Dw-Month.                                        00485000
004860     compute Ws-Dw-Day = Ws-Month-Remainder + 1.                  00486000
004870                                                                  00487000
004880     if Ws-Dw-Month = 2 and Ws-Dw-Day > 28                        00488000
004890        Move 3 to Ws-Dw-Month                                     00489000
004900        Move 1 to Ws-Dw-Day                                       00490000
004910     end-if                                                       00491000
004920     .                                                            00492000
004930                                                                  00493000
004940 Finalize Section.                                                00494000
004950                                                                  00495000
004960     close Sorted-Risk-File.                                      00496000
004970     close Customer-Master-File.                                  00497000
004980     close Address-File.                                          00498000
004990     close Notice-Control-File.                                   00499000
005000     close Notice-File.                                           00500000
005010     close Worklist-File.                                         00501000
005020                                                                  00502000
005030     Display "XANOTICE: " Ws-Read-Count " customer(s) read, "     00503000
005040             Ws-Notice-Count " notice(s), "                       00504000
005046             Ws-Worklist-Count " worklisted ("                    00504600
005052             Ws-New-Worklist-Count " new), "                      00505200
005060             Ws-Held-Count " held in notice period."              00506000
005070     Display "XANOTICE: " Ws-Applied-Count " now billed, "        00507000
005080             Ws-Withdrawn-Count " withdrawn, "                    00508000
005090             Ws-First-Rated-Count " first rated, "                00509000
005100             Ws-No-Master-Count " without master record."         00510000
005110                                                                  00511000
005120     perform SetStepCondition                                     00512000
005122     perform WriteRunStats                                        00512200
005130     .                                                            00513000
005140                                                                  00514000
005150* -------------------------------------------------------------   00515000
005160* Out is the notices written; a worklisted customer is counted    00516000
005170* as a reject, since they are still owed a notice.                00517000
005180* -------------------------------------------------------------   00518000
005190 WriteRunStats Section.                                           00519000
005200                                                                  00520000
005210     Move "XANOTICE" to Rs-Program-Id.                            00521000
005220     Move Ws-Run-Date to Rs-Business-Date.                        00522000
005230     Move Ws-Read-Count to Rs-In-Count.                           00523000
005240     Move Ws-Notice-Count to Rs-Out-Count.                        00524000
005250     Move Ws-Worklist-Count to Rs-Reject-Count.                   00525000
005260     Move "C" to Rs-Completion-Status.                            00526000
005262     Move Cc-Step-Condition to Rs-Condition-Code.                 00526200
005264     if Cc-Step-Condition = Cc-Hard-Failure                       00526400
005266        Move "E" to Rs-Completion-Status                          00526600
005268     end-if                                                       00526800
005270     call "XaStatWr" using Run-Stats-Record                       00527000
005280     .                                                            00528000
005290                                                                  00529000
005300 SetStepCondition Section.                                        00530000
005310                                                                  00531000
005320     if Ws-New-Worklist-Count > zero or Ws-No-Master-Count > zero 00532000
005330        Move Cc-Warning to Cc-Step-Condition                      00533000
005340     else                                                         00534000
005350        Move Cc-Clean to Cc-Step-Condition                        00535000
005360     end-if                                                       00536000
005370     .                                                            00537000
