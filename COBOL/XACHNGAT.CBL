000010 Identification division.                                         00001000
000020 Program-id.   XaChnGat.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Chain gate.  CALLed at the start of every step that must not    00005000
000057* run on bad data - billing, renewal, the endorsement             00005700
000064* adjustments and the GL journal - with the caller's program      00006400
000071* id and business date, and answers                               00007100
000080* whether the step may start.  The steps upstream of each         00008000
000090* gated step are listed below; for each one the latest run        00009000
000100* statistics record for the business date (a rerun overlays       00010000
000110* the failed run, as on XaOpsRpt) must show a clean condition     00011000
000120* code.  A warning stops the gate unless an operator release      00012000
000130* record names a supervisor who accepted it; an out of            00013000
000140* balance, a hard failure, or a required step that never ran      00014000
000150* stops it outright.  The XaRecon status must also be             00015000
000160* BALANCED and dated the business date.  Every reason the         00016000
000170* gate is closed is displayed for the operator.                   00017000
000180* -------------------------------------------------------------   00018000
000190 environment division.                                            00019000
000200 Input-Output section.                                            00020000
000210 File-control.                                                    00021000
000220     select Run-Stats-File assign to RunStatDd                    00022000
000230         organization is line sequential                          00023000
000240         file status is Ws-Rs-File-Status.                        00024000
000250                                                                  00025000
000260     select Reconciliation-Report-File assign to ReconRptDd       00026000
000270         organization is line sequential                          00027000
000280         file status is Ws-Rc-File-Status.                        00028000
000290                                                                  00029000
000300     select Release-File assign to RelFileDd                      00030000
000310         organization is line sequential                          00031000
000320         file status is Ws-Or-File-Status.                        00032000
000330                                                                  00033000
000340 Data Division.                                                   00034000
000350 File Section.                                                    00035000
000360 Fd  Run-Stats-File.                                              00036000
000370 copy RUNSTATREC.                                                 00037000
000380                                                                  00038000
000390 Fd  Reconciliation-Report-File.                                  00039000
000400 copy RECNREC.                                                    00040000
000410                                                                  00041000
000420 Fd  Release-File.                                                00042000
000430 copy RELREC.                                                     00043000
000440                                                                  00044000
000450 Working-Storage Section.                                         00045000
000460 copy STEPCC.                                                     00046000
000470                                                                  00047000
000480 01  Ws-Rs-File-Status           pic x(02).                       00048000
000490     88  Ws-Rs-File-Ok               value "00".                  00049000
000500 01  Ws-Rc-File-Status           pic x(02).                       00050000
000510     88  Ws-Rc-File-Ok               value "00".                  00051000
000520 01  Ws-Or-File-Status           pic x(02).                       00052000
000530     88  Ws-Or-File-Ok               value "00".                  00053000
000540                                                                  00054000
000550 01  Ws-Eof-Switch                pic x(01).                      00055000
000560     88  Ws-At-Eof                    value "Y".                  00056000
000570                                                                  00057000
000580* -------------------------------------------------------------   00058000
000590* The upstream steps of each gated step.  R marks a step that     00059000
000600* must have run; O a step that only runs on some nights (delta    00060000
000610* runs, maintenance nights) and is checked when it did.           00061000
000620* -------------------------------------------------------------   00062000
000630 01  Ws-Upstream-Names.                                           00063000
000637     03  filler            pic x(17) value "XABILEXTXACMEDITO".   00063700
000644     03  filler            pic x(17) value "XABILEXTXACMMNT O".   00064400
000651     03  filler            pic x(17) value "XABILEXTXADLTSRTO".   00065100
000658     03  filler            pic x(17) value "XABILEXTXARSDRV R".   00065800
000665     03  filler            pic x(17) value "XABILEXTXARSKSRTR".   00066500
000672     03  filler            pic x(17) value "XABILEXTXANOTICER".   00067200
000679     03  filler            pic x(17) value "XABILEXTXAUWCHK R".   00067900
000686     03  filler            pic x(17) value "XABILEXTXAPOMNT R".   00068600
000689     03  filler            pic x(17) value "XABILEXTXACAMNT O".   00068900
000693     03  filler            pic x(17) value "XARENEW XACMEDITO".   00069300
000700     03  filler            pic x(17) value "XARENEW XACMMNT O".   00070000
000707     03  filler            pic x(17) value "XARENEW XADLTSRTO".   00070700
000714     03  filler            pic x(17) value "XARENEW XAPOMNT R".   00071400
000721     03  filler            pic x(17) value "XARENEW XARSDRV R".   00072100
000728     03  filler            pic x(17) value "XARENEW XARSKSRTR".   00072800
000735     03  filler            pic x(17) value "XARENEW XAUWCHK R".   00073500
000742     03  filler            pic x(17) value "XAGLJNL XABILEXTR".   00074200
000749     03  filler            pic x(17) value "XAGLJNL XABILACKR".   00074900
000756     03  filler            pic x(17) value "XAENDORSXARSDRV R".   00075600
000763     03  filler            pic x(17) value "XAENDORSXAPOMNT R".   00076300
000770     03  filler            pic x(17) value "XAENDORSXANOTICER".   00077000
000777 01  filler redefines Ws-Upstream-Names.                          00077700
000784     03  Ws-Upstream-Entry occurs 21 times.                       00078400
000791         05  Ws-Up-Gated-Program  pic x(08).                      00079100
000798         05  Ws-Up-Program-Id     pic x(08).                      00079800
000805         05  Ws-Up-Required       pic x(01).                      00080500
000812             88  Ws-Up-Must-Run       value "R".                  00081200
000819 01  Ws-Up-Sub                    pic 9(02).                      00081900
000826 01  Ws-Upstream-Count            pic 9(02) value 21.             00082600
000860 01  Ws-Gated-Switch              pic x(01).                      00086000
000870     88  Ws-Program-Is-Gated          value "Y".                  00087000
000880                                                                  00088000
000890* -------------------------------------------------------------   00089000
000900* Latest statistics per program for the business date.            00090000
000910* -------------------------------------------------------------   00091000
000920 01  Ws-Step-Count                pic 9(02).                      00092000
000930 01  Ws-Step-Table.                                               00093000
000940     03  Ws-Step-Entry occurs 60 times.                           00094000
000950         05  Ws-Se-Program-Id     pic x(08).                      00095000
000960         05  Ws-Se-Status         pic x(01).                      00096000
000970         05  Ws-Se-Condition      pic x(02).                      00097000
000980 01  Ws-Step-Sub                  pic 9(02).                      00098000
000982 01  Ws-Step-Limit                pic 9(02) value 60.             00098200
000990 01  Ws-Found-Sub                 pic 9(02).                      00099000
001000 01  Ws-Lookup-Program            pic x(08).                      00100000
001010                                                                  00101000
001020* -------------------------------------------------------------   00102000
001030* Supervisor releases for the business date.                      00103000
001040* -------------------------------------------------------------   00104000
001050 01  Ws-Release-Count             pic 9(02).                      00105000
001060 01  Ws-Release-Table.                                            00106000
001070     03  Ws-Release-Entry occurs 20 times.                        00107000
001080         05  Ws-Rl-Program-Id     pic x(08).                      00108000
001090         05  Ws-Rl-Supervisor-Id  pic x(08).                      00109000
001100 01  Ws-Rl-Sub                    pic 9(02).                      00110000
001110 01  Ws-Release-Sub               pic 9(02).                      00111000
001120                                                                  00112000
001130 01  Ws-Condition-Work            pic x(02).                      00113000
001140 01  Ws-Condition-Code            pic 9(02).                      00114000
001150                                                                  00115000
001160 linkage section.                                                 00116000
001170 01  Ls-Gated-Program             pic x(08).                      00117000
001180 01  Ls-Business-Date             pic 9(08).                      00118000
001190 01  Ls-Gate-Status               pic x(01).                      00119000
001200     88  Ls-Gate-Open                 value "Y".                  00120000
001210     88  Ls-Gate-Closed               value "N".                  00121000
001220                                                                  00122000
001230 Procedure division using Ls-Gated-Program Ls-Business-Date       00123000
001240         Ls-Gate-Status.                                          00124000
001250                                                                  00125000
001260 Main section.                                                    00126000
001270                                                                  00127000
001280     Perform CheckGate.                                           00128000
001290     Goback.                                                      00129000
001300                                                                  00130000
001310 CheckGate Section.                                               00131000
001320                                                                  00132000
001330     Move "Y" to Ls-Gate-Status.                                  00133000
001340     Move zero to Ws-Step-Count.                                  00134000
001350     Move zero to Ws-Release-Count.                               00135000
001360                                                                  00136000
001370     Move "N" to Ws-Gated-Switch.                                 00137000
001380     perform varying Ws-Up-Sub from 1 by 1                        00138000
001390             until Ws-Up-Sub > Ws-Upstream-Count                  00139000
001400         if Ws-Up-Gated-Program (Ws-Up-Sub) = Ls-Gated-Program    00140000
001410            Move "Y" to Ws-Gated-Switch                           00141000
001420         end-if                                                   00142000
001430     end-perform                                                  00143000
001440     if not Ws-Program-Is-Gated                                   00144000
001450        Display "XACHNGAT: " Ls-Gated-Program                     00145000
001460                " has no upstream steps listed, gate closed"      00146000
001470        Move "N" to Ls-Gate-Status                                00147000
001480     else                                                         00148000
001490        perform LoadStatsTable                                    00149000
001500        perform LoadReleaseTable                                  00150000
001510        perform CheckOneUpstream                                  00151000
001520            varying Ws-Up-Sub from 1 by 1                         00152000
001530            until Ws-Up-Sub > Ws-Upstream-Count                   00153000
001540        perform CheckReconStatus                                  00154000
001550     end-if                                                       00155000
001560                                                                  00156000
001570     if Ls-Gate-Closed                                            00157000
001580        Display "XACHNGAT: " Ls-Gated-Program " held for "        00158000
001590                Ls-Business-Date " - upstream steps not clean"    00159000
001600     end-if                                                       00160000
001610     .                                                            00161000
001620                                                                  00162000
001630 LoadStatsTable Section.                                          00163000
001640                                                                  00164000
001650     open input Run-Stats-File.                                   00165000
001660     if not Ws-Rs-File-Ok                                         00166000
001670        Display "XACHNGAT: run statistics file missing"           00167000
001680        Move "N" to Ls-Gate-Status                                00168000
001690     else                                                         00169000
001700        Move "N" to Ws-Eof-Switch                                 00170000
001710        perform until Ws-At-Eof                                   00171000
001720            read Run-Stats-File                                   00172000
001730                at end                                            00173000
001740                    Move "Y" to Ws-Eof-Switch                     00174000
001750                not at end                                        00175000
001760                    if Rs-Business-Date = Ls-Business-Date        00176000
001770                       perform StoreOneStatsRecord                00177000
001780                    end-if                                        00178000
001790            end-read                                              00179000
001800        end-perform                                               00180000
001810        close Run-Stats-File                                      00181000
001820     end-if                                                       00182000
001830     .                                                            00183000
001840                                                                  00184000
001842* -------------------------------------------------------------   00184200
001844* A step the table has no room for could not be told from one     00184400
001846* that never ran, so a full table closes the gate.                00184600
001848* -------------------------------------------------------------   00184800
001850 StoreOneStatsRecord Section.                                     00185000
001860                                                                  00186000
001870     Move Rs-Program-Id to Ws-Lookup-Program.                     00187000
001880     perform FindStep.                                            00188000
001890     if Ws-Found-Sub = zero                                       00189000
001897        if Ws-Step-Count < Ws-Step-Limit                          00189700
001904           add 1 to Ws-Step-Count                                 00190400
001911           Move Ws-Step-Count to Ws-Found-Sub                     00191100
001918        else                                                      00191800
001925           Display "XACHNGAT: step table full at " Rs-Program-Id  00192500
001932                   ", gate closed"                                00193200
001939           Move "N" to Ls-Gate-Status                             00193900
001946        end-if                                                    00194600
001953     end-if                                                       00195300
001960     if Ws-Found-Sub > zero and Ws-Found-Sub <= Ws-Step-Limit     00196000
001967        Move Rs-Program-Id to Ws-Se-Program-Id (Ws-Found-Sub)     00196700
001974        Move Rs-Completion-Status                                 00197400
001981                to Ws-Se-Status (Ws-Found-Sub)                    00198100
001988        Move Rs-Condition-Code                                    00198800
001995                to Ws-Se-Condition (Ws-Found-Sub)                 00199500
002002     end-if                                                       00200200
002020     .                                                            00202000
002030                                                                  00203000
002040 FindStep Section.                                                00204000
002050                                                                  00205000
002060     Move zero to Ws-Found-Sub.                                   00206000
002070     perform varying Ws-Step-Sub from 1 by 1                      00207000
002080             until Ws-Step-Sub > Ws-Step-Count                    00208000
002090         if Ws-Se-Program-Id (Ws-Step-Sub) = Ws-Lookup-Program    00209000
002100            Move Ws-Step-Sub to Ws-Found-Sub                      00210000
002110            Move Ws-Step-Count to Ws-Step-Sub                     00211000
002120         end-if                                                   00212000
002130     end-perform                                                  00213000
002140     .                                                            00214000
002150                                                                  00215000
002160* -------------------------------------------------------------   00216000
002170* The release file is optional: with none on hand no warning      00217000
002180* is released.                                                    00218000
002190* -------------------------------------------------------------   00219000
002200 LoadReleaseTable Section.                                        00220000
002210                                                                  00221000
002220     open input Release-File.                                     00222000
002230     if Ws-Or-File-Ok                                             00223000
002240        Move "N" to Ws-Eof-Switch                                 00224000
002250        perform until Ws-At-Eof                                   00225000
002260            read Release-File                                     00226000
002270                at end                                            00227000
002280                    Move "Y" to Ws-Eof-Switch                     00228000
002290                not at end                                        00229000
002300                    if Or-Business-Date = Ls-Business-Date        00230000
002310                            and Or-Supervisor-Id not = spaces     00231000
002320                            and Ws-Release-Count < 20             00232000
002330                       add 1 to Ws-Release-Count                  00233000
002340                       Move Or-Program-Id                         00234000
002350                               to Ws-Rl-Program-Id                00235000
002360                                       (Ws-Release-Count)         00236000
002370                       Move Or-Supervisor-Id                      00237000
002380                               to Ws-Rl-Supervisor-Id             00238000
002390                                       (Ws-Release-Count)         00239000
002400                    end-if                                        00240000
002410            end-read                                              00241000
002420        end-perform                                               00242000
002430        close Release-File                                        00243000
002440     end-if                                                       00244000
002450     .                                                            00245000
002460                                                                  00246000
002470* -------------------------------------------------------------   00247000
002480* Records written before condition codes were carried have        00248000
002490* spaces there and are judged on the completion status alone.     00249000
002500* -------------------------------------------------------------   00250000
002510 CheckOneUpstream Section.                                        00251000
002520                                                                  00252000
002530     if Ws-Up-Gated-Program (Ws-Up-Sub) = Ls-Gated-Program        00253000
002540        Move Ws-Up-Program-Id (Ws-Up-Sub) to Ws-Lookup-Program    00254000
002550        perform FindStep                                          00255000
002560        if Ws-Found-Sub = zero                                    00256000
002570           if Ws-Up-Must-Run (Ws-Up-Sub)                          00257000
002580              Display "XACHNGAT: " Ws-Lookup-Program              00258000
002590                      " has not run for " Ls-Business-Date        00259000
002600              Move "N" to Ls-Gate-Status                          00260000
002610           end-if                                                 00261000
002620        else                                                      00262000
002630           Move Ws-Se-Condition (Ws-Found-Sub)                    00263000
002640                   to Ws-Condition-Work                           00264000
002650           if Ws-Condition-Work is numeric                        00265000
002660              Move Ws-Condition-Work to Ws-Condition-Code         00266000
002670           else                                                   00267000
002680              Move Cc-Clean to Ws-Condition-Code                  00268000
002690           end-if                                                 00269000
002700           if Ws-Se-Status (Ws-Found-Sub) not = "C"               00270000
002710                   and Ws-Condition-Code < Cc-Out-Of-Balance      00271000
002720              Move Cc-Hard-Failure to Ws-Condition-Code           00272000
002730           end-if                                                 00273000
002740           evaluate true                                          00274000
002750               when Ws-Condition-Code = Cc-Clean                  00275000
002760                   continue                                       00276000
002770               when Ws-Condition-Code = Cc-Warning                00277000
002780                   perform CheckRelease                           00278000
002790               when Ws-Condition-Code = Cc-Out-Of-Balance         00279000
002800                   Display "XACHNGAT: " Ws-Lookup-Program         00280000
002810                           " ended OUT OF BALANCE"                00281000
002820                   Move "N" to Ls-Gate-Status                     00282000
002830               when other                                         00283000
002840                   Display "XACHNGAT: " Ws-Lookup-Program         00284000
002850                           " ended in error, condition code "     00285000
002860                           Ws-Condition-Code                      00286000
002870                   Move "N" to Ls-Gate-Status                     00287000
002880           end-evaluate                                           00288000
002890        end-if                                                    00289000
002900     end-if                                                       00290000
002910     .                                                            00291000
002920                                                                  00292000
002930 CheckRelease Section.                                            00293000
002940                                                                  00294000
002950     Move zero to Ws-Release-Sub.                                 00295000
002960     perform varying Ws-Rl-Sub from 1 by 1                        00296000
002970             until Ws-Rl-Sub > Ws-Release-Count                   00297000
002980         if Ws-Rl-Program-Id (Ws-Rl-Sub) = Ws-Lookup-Program      00298000
002990            Move Ws-Rl-Sub to Ws-Release-Sub                      00299000
003000            Move Ws-Release-Count to Ws-Rl-Sub                    00300000
003010         end-if                                                   00301000
003020     end-perform                                                  00302000
003030                                                                  00303000
003040     if Ws-Release-Sub = zero                                     00304000
003050        Display "XACHNGAT: " Ws-Lookup-Program                    00305000
003060                " ended with a warning, no supervisor release"    00306000
003070        Move "N" to Ls-Gate-Status                                00307000
003080     else                                                         00308000
003090        Display "XACHNGAT: " Ws-Lookup-Program                    00309000
003100                " warning released by supervisor "                00310000
003110                Ws-Rl-Supervisor-Id (Ws-Release-Sub)              00311000
003120     end-if                                                       00312000
003130     .                                                            00313000
003140                                                                  00314000
003150 CheckReconStatus Section.                                        00315000
003160                                                                  00316000
003170     open input Reconciliation-Report-File.                       00317000
003180     if not Ws-Rc-File-Ok                                         00318000
003190        Display "XACHNGAT: XaRecon status missing"                00319000
003200        Move "N" to Ls-Gate-Status                                00320000
003210     else                                                         00321000
003220        read Reconciliation-Report-File                           00322000
003230            at end                                                00323000
003240                Display "XACHNGAT: XaRecon status empty"          00324000
003250                Move "N" to Ls-Gate-Status                        00325000
003260            not at end                                            00326000
003270                evaluate true                                     00327000
003280                    when Rc-Run-Date not = Ls-Business-Date       00328000
003290                        Display "XACHNGAT: XaRecon status is for "00329000
003300                                Rc-Run-Date ", not "              00330000
003310                                Ls-Business-Date                  00331000
003320                        Move "N" to Ls-Gate-Status                00332000
003330                    when not Rc-Balanced                          00333000
003340                        Display "XACHNGAT: XaRecon status is "    00334000
003350                                Rc-Status                         00335000
003360                        Move "N" to Ls-Gate-Status                00336000
003370                    when other                                    00337000
003380                        continue                                  00338000
003390                end-evaluate                                      00339000
003400        end-read                                                  00340000
003410        close Reconciliation-Report-File                          00341000
003420     end-if                                                       00342000
003430     .                                                            00343000
