000010 Identification division.                                         00001000
000020 Program-id.   XaClmMnt.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Claims file maintenance.  Applies the claims transaction file   00005000
000060* (register / change / withdraw, sorted ascending by customer     00006000
000070* id and policy number) against the claims file in a classic      00007000
000080* old-master / new-master pass, the same way XaPoMnt maintains    00008000
000090* the policy file.  A claim can only be registered against a      00009000
000100* policy that is on the policy file, so the policy file is        00010000
000110* walked alongside the transactions and a registration for an     00011000
000120* unknown policy is rejected; the product code is carried onto    00012000
000130* the claim from the policy it was registered against.            00013000
000140* Transactions that do not fit the claims file (registration      00014000
000150* of an existing claim, change or withdrawal of a missing one,    00015000
000160* unknown action or claim status) are counted and reported;       00016000
000170* the claim record wins.  The rebuilt file feeds XaLossRt.        00017000
000172* Any transaction rejected ends the step with the warning         00017200
000174* condition code (STEPCC).                                        00017400
000180* -------------------------------------------------------------   00018000
000190 environment division.                                            00019000
000200 Input-Output section.                                            00020000
000210 File-control.                                                    00021000
000220     select Claim-File assign to ClmFileDd                        00022000
000230         organization is line sequential                          00023000
000240         file status is Ws-Cl-File-Status.                        00024000
000250                                                                  00025000
000260     select Claim-Txn-File assign to ClmTxnDd                     00026000
000270         organization is line sequential                          00027000
000280         file status is Ws-Cx-File-Status.                        00028000
000290                                                                  00029000
000300     select New-Claim-File assign to NewClmDd                     00030000
000310         organization is line sequential                          00031000
000320         file status is Ws-Nc-File-Status.                        00032000
000330                                                                  00033000
000340     select Policy-File assign to PolFileDd                       00034000
000350         organization is line sequential                          00035000
000360         file status is Ws-Po-File-Status.                        00036000
000370                                                                  00037000
000380 Data Division.                                                   00038000
000390 File Section.                                                    00039000
000400 Fd  Claim-File.                                                  00040000
000410 copy CLAIMREC.                                                   00041000
000420                                                                  00042000
000430 Fd  Claim-Txn-File.                                              00043000
000440 copy CLMTXNREC.                                                  00044000
000450                                                                  00045000
000460 Fd  New-Claim-File.                                              00046000
000470 copy CLAIMREC replacing ==Claim-Record== by                      00047000
000480         ==New-Claim-Record==                                     00048000
000490         leading ==Cl-== by ==Nc-==.                              00049000
000500                                                                  00050000
000510 Fd  Policy-File.                                                 00051000
000520 copy POLREC.                                                     00052000
000530                                                                  00053000
000540 Working-Storage Section.                                         00054000
000550 01  Ws-Cl-File-Status           pic x(02).                       00055000
000560     88  Ws-Cl-File-Ok               value "00".                  00056000
000570 01  Ws-Cx-File-Status           pic x(02).                       00057000
000580     88  Ws-Cx-File-Ok               value "00".                  00058000
000590 01  Ws-Nc-File-Status           pic x(02).                       00059000
000600     88  Ws-Nc-File-Ok               value "00".                  00060000
000610 01  Ws-Po-File-Status           pic x(02).                       00061000
000620     88  Ws-Po-File-Ok               value "00".                  00062000
000630                                                                  00063000
000640* -------------------------------------------------------------   00064000
000650* Match keys for the balanced two-file pass: customer id and      00065000
000660* policy number rolled into one number, a digit wider than the    00066000
000670* ten digits the pair can fill so 99999999999 is a clean          00067000
000680* end-of-file sentinel above any real claim.  The policy key      00068000
000690* follows the transactions forward for the registration check.    00069000
000700* -------------------------------------------------------------   00070000
000710 01  Ws-Master-Key                pic 9(11) value zero.           00071000
000720 01  Ws-Txn-Key                   pic 9(11) value zero.           00072000
000730 01  Ws-Policy-Key                pic 9(11) value zero.           00073000
000740 01  Ws-Key-Eof                   pic 9(11) value 99999999999.    00074000
000750                                                                  00075000
000760 01  Ws-Master-Read-Count         pic 9(09) value zero.           00076000
000770 01  Ws-Txn-Read-Count            pic 9(09) value zero.           00077000
000780 01  Ws-Add-Count                 pic 9(09) value zero.           00078000
000790 01  Ws-Change-Count              pic 9(09) value zero.           00079000
000800 01  Ws-Withdraw-Count            pic 9(09) value zero.           00080000
000810 01  Ws-Unmatched-Count           pic 9(09) value zero.           00081000
000820 01  Ws-No-Policy-Count           pic 9(09) value zero.           00082000
000830 01  Ws-Bad-Status-Count          pic 9(09) value zero.           00083000
000840 01  Ws-New-Master-Count          pic 9(09) value zero.           00084000
000850                                                                  00085000
000860 copy RUNSTATREC.                                                 00086000
000862 copy STEPCC.                                                     00086200
000870                                                                  00087000
000880 Procedure division.                                              00088000
000890                                                                  00089000
000900 Main section.                                                    00090000
000910                                                                  00091000
000920     Perform InitMaint.                                           00092000
000930     Perform ApplyTransactions.                                   00093000
000940     Perform Finalize.                                            00094000
000942     Move Cc-Step-Condition to Return-Code.                       00094200
000950     Goback.                                                      00095000
000960                                                                  00096000
000970 InitMaint Section.                                               00097000
000980                                                                  00098000
000990     open input Claim-File.                                       00099000
001000     if not Ws-Cl-File-Ok                                         00100000
001010        Display "XACLMMNT: claims file open failed, run aborted." 00101000
001012        Move Cc-Hard-Failure to Cc-Step-Condition                 00101200
001014        perform WriteRunStats                                     00101400
001016        Move Cc-Hard-Failure to Return-Code                       00101600
001020        Goback                                                    00102000
001030     end-if                                                       00103000
001040                                                                  00104000
001050     open input Claim-Txn-File.                                   00105000
001060     if not Ws-Cx-File-Ok                                         00106000
001070        Display "XACLMMNT: transaction file open failed, "        00107000
001080                "run aborted."                                    00108000
001082        Move Cc-Hard-Failure to Cc-Step-Condition                 00108200
001084        perform WriteRunStats                                     00108400
001086        Move Cc-Hard-Failure to Return-Code                       00108600
001090        Goback                                                    00109000
001100     end-if                                                       00110000
001110                                                                  00111000
001120     open input Policy-File.                                      00112000
001130     if not Ws-Po-File-Ok                                         00113000
001140        Display "XACLMMNT: policy file open failed, run aborted." 00114000
001142        Move Cc-Hard-Failure to Cc-Step-Condition                 00114200
001144        perform WriteRunStats                                     00114400
001146        Move Cc-Hard-Failure to Return-Code                       00114600
001150        Goback                                                    00115000
001160     end-if                                                       00116000
001170                                                                  00117000
001180     open output New-Claim-File.                                  00118000
001190     if not Ws-Nc-File-Ok                                         00119000
001200        Display "XACLMMNT: new claims file open failed, "         00120000
001210                "run aborted."                                    00121000
001212        Move Cc-Hard-Failure to Cc-Step-Condition                 00121200
001214        perform WriteRunStats                                     00121400
001216        Move Cc-Hard-Failure to Return-Code                       00121600
001220        Goback                                                    00122000
001230     end-if                                                       00123000
001240                                                                  00124000
001250     perform ReadMaster.                                          00125000
001260     perform ReadTxn.                                             00126000
001270     perform ReadPolicy                                           00127000
001280     .                                                            00128000
001290                                                                  00129000
001300* -------------------------------------------------------------   00130000
001310* Balanced match on ascending customer id / policy number.  A     00131000
001320* transaction key below the master key can only be a              00132000
001330* registration; above it the claim record passes through          00133000
001340* unchanged; equal keys apply a change or withdrawal (a           00134000
001350* registration of an existing claim is unmatched and the claim    00135000
001360* record wins).                                                   00136000
001370* -------------------------------------------------------------   00137000
001380 ApplyTransactions Section.                                       00138000
001390                                                                  00139000
001400     perform until Ws-Master-Key = Ws-Key-Eof                     00140000
001410             and Ws-Txn-Key = Ws-Key-Eof                          00141000
001420         evaluate true                                            00142000
001430             when Ws-Txn-Key < Ws-Master-Key                      00143000
001440                 perform ApplyLowTxn                              00144000
001450                 perform ReadTxn                                  00145000
001460             when Ws-Txn-Key > Ws-Master-Key                      00146000
001470                 perform PassMasterThrough                        00147000
001480                 perform ReadMaster                               00148000
001490             when other                                           00149000
001500                 perform ApplyMatchedTxn                          00150000
001510                 perform ReadMaster                               00151000
001520                 perform ReadTxn                                  00152000
001530         end-evaluate                                             00153000
001540     end-perform                                                  00154000
001550     .                                                            00155000
001560                                                                  00156000
001570 ApplyLowTxn Section.                                             00157000
001580                                                                  00158000
001590     evaluate true                                                00159000
001600         when not Cx-Add                                          00160000
001610             add 1 to Ws-Unmatched-Count                          00161000
001620             Display "XACLMMNT: no claim record for " Cx-Action   00162000
001630                     " transaction, customer " Cx-Cust-Id         00163000
001640                     " policy " Cx-Policy-No                      00164000
001650         when not Cx-Valid-Status                                 00165000
001660             perform RejectBadStatus                              00166000
001670         when other                                               00167000
001680             perform FindPolicy                                   00168000
001690             if Ws-Policy-Key = Ws-Txn-Key                        00169000
001700                perform BuildRecordFromTxn                        00170000
001710                Move Po-Product-Code to Nc-Product-Code           00171000
001720                perform WriteNewMaster                            00172000
001730                add 1 to Ws-Add-Count                             00173000
001740             else                                                 00174000
001750                add 1 to Ws-No-Policy-Count                       00175000
001760                Display "XACLMMNT: no policy on file for claim, " 00176000
001770                        "customer " Cx-Cust-Id                    00177000
001780                        " policy " Cx-Policy-No ", rejected"      00178000
001790             end-if                                               00179000
001800     end-evaluate                                                 00180000
001810     .                                                            00181000
001820                                                                  00182000
001830 ApplyMatchedTxn Section.                                         00183000
001840                                                                  00184000
001850     evaluate true                                                00185000
001860         when Cx-Change                                           00186000
001870             if Cx-Valid-Status                                   00187000
001880                perform BuildRecordFromTxn                        00188000
001890                Move Cl-Product-Code to Nc-Product-Code           00189000
001900                perform WriteNewMaster                            00190000
001910                add 1 to Ws-Change-Count                          00191000
001920             else                                                 00192000
001930                perform RejectBadStatus                           00193000
001940                perform PassMasterThrough                         00194000
001950             end-if                                               00195000
001960         when Cx-Withdraw                                         00196000
001970             add 1 to Ws-Withdraw-Count                           00197000
001980         when other                                               00198000
001990             add 1 to Ws-Unmatched-Count                          00199000
002000             Display "XACLMMNT: " Cx-Action " transaction does "  00200000
002010                     "not apply to customer " Cx-Cust-Id          00201000
002020                     " policy " Cx-Policy-No                      00202000
002030             perform PassMasterThrough                            00203000
002040     end-evaluate                                                 00204000
002050     .                                                            00205000
002060                                                                  00206000
002070 RejectBadStatus Section.                                         00207000
002080                                                                  00208000
002090     add 1 to Ws-Bad-Status-Count.                                00209000
002100     Display "XACLMMNT: claim status " Cx-Claim-Status            00210000
002110             " not O, P or D, customer " Cx-Cust-Id               00211000
002120             " policy " Cx-Policy-No ", rejected"                 00212000
002130     .                                                            00213000
002140                                                                  00214000
002150* -------------------------------------------------------------   00215000
002160* The policy file is in the same order as the transactions, so    00216000
002170* it is only ever advanced, never rewound.                        00217000
002180* -------------------------------------------------------------   00218000
002190 FindPolicy Section.                                              00219000
002200                                                                  00220000
002210     perform until Ws-Policy-Key >= Ws-Txn-Key                    00221000
002220         perform ReadPolicy                                       00222000
002230     end-perform                                                  00223000
002240     .                                                            00224000
002250                                                                  00225000
002260 PassMasterThrough Section.                                       00226000
002270                                                                  00227000
002280     Move Claim-Record to New-Claim-Record.                       00228000
002290     write New-Claim-Record.                                      00229000
002300     add 1 to Ws-New-Master-Count                                 00230000
002310     .                                                            00231000
002320                                                                  00232000
002330 BuildRecordFromTxn Section.                                      00233000
002340                                                                  00234000
002350     Move Cx-Cust-Id        to Nc-Cust-Id.                        00235000
002360     Move Cx-Policy-No      to Nc-Policy-No.                      00236000
002370     Move Cx-Claim-Date     to Nc-Claim-Date.                     00237000
002380     Move Cx-Cause-Code     to Nc-Cause-Code.                     00238000
002390     Move Cx-Amount-Paid    to Nc-Amount-Paid.                    00239000
002400     Move Cx-Claim-Status   to Nc-Claim-Status                    00240000
002410     .                                                            00241000
002420                                                                  00242000
002430 WriteNewMaster Section.                                          00243000
002440                                                                  00244000
002450     write New-Claim-Record.                                      00245000
002460     add 1 to Ws-New-Master-Count                                 00246000
002470     .                                                            00247000
002480                                                                  00248000
002490 ReadMaster Section.                                              00249000
002500                                                                  00250000
002510     read Claim-File                                              00251000
002520         at end                                                   00252000
002530             Move Ws-Key-Eof to Ws-Master-Key                     00253000
002540         not at end                                               00254000
002550             add 1 to Ws-Master-Read-Count                        00255000
002560             compute Ws-Master-Key =                              00256000
002570                     Cl-Cust-Id * 10000 + Cl-Policy-No            00257000
002580     end-read                                                     00258000
002590     .                                                            00259000
002600                                                                  00260000
002610 ReadTxn Section.                                                 00261000
002620                                                                  00262000
002630     read Claim-Txn-File                                          00263000
002640         at end                                                   00264000
002650             Move Ws-Key-Eof to Ws-Txn-Key                        00265000
002660         not at end                                               00266000
002670             add 1 to Ws-Txn-Read-Count                           00267000
002680             compute Ws-Txn-Key =                                 00268000
002690                     Cx-Cust-Id * 10000 + Cx-Policy-No            00269000
002700     end-read                                                     00270000
002710     .                                                            00271000
002720                                                                  00272000
002730 ReadPolicy Section.                                              00273000
002740                                                                  00274000
002750     read Policy-File                                             00275000
002760         at end                                                   00276000
002770             Move Ws-Key-Eof to Ws-Policy-Key                     00277000
002780         not at end                                               00278000
002790             compute Ws-Policy-Key =                              00279000
002800                     Po-Cust-Id * 10000 + Po-Policy-No            00280000
002810     end-read                                                     00281000
002820     .                                                            00282000
002830                                                                  00283000
002840 Finalize Section.                                                00284000
002850                                                                  00285000
002860     close Claim-File.                                            00286000
002870     close Claim-Txn-File.                                        00287000
002880     close Policy-File.                                           00288000
002890     close New-Claim-File.                                        00289000
002900                                                                  00290000
002910     Display "XACLMMNT: " Ws-Master-Read-Count " claim, "         00291000
002920             Ws-Txn-Read-Count " transaction(s) read.".           00292000
002930     Display "XACLMMNT: " Ws-Add-Count " registered, "            00293000
002940             Ws-Change-Count " changed, "                         00294000
002950             Ws-Withdraw-Count " withdrawn, "                     00295000
002960             Ws-Unmatched-Count " unmatched.".                    00296000
002970     Display "XACLMMNT: " Ws-No-Policy-Count                      00297000
002980             " rejected for unknown policy, "                     00298000
002990             Ws-Bad-Status-Count " for bad claim status.".        00299000
003000     Display "XACLMMNT: " Ws-New-Master-Count                     00300000
003010             " record(s) on new claims file.".                    00301000
003020                                                                  00302000
003030     perform SetStepCondition                                     00303000
003032     perform WriteRunStats                                        00303200
003040     .                                                            00304000
003050                                                                  00305000
003060 WriteRunStats Section.                                           00306000
003070                                                                  00307000
003080     Move "XACLMMNT" to Rs-Program-Id.                            00308000
003090     Move zero to Rs-Business-Date.                               00309000
003100     Move Ws-Txn-Read-Count to Rs-In-Count.                       00310000
003110     Move Ws-New-Master-Count to Rs-Out-Count.                    00311000
003120     compute Rs-Reject-Count = Ws-Unmatched-Count                 00312000
003130             + Ws-No-Policy-Count + Ws-Bad-Status-Count.          00313000
003140     Move "C" to Rs-Completion-Status.                            00314000
003142     Move Cc-Step-Condition to Rs-Condition-Code.                 00314200
003144     if Cc-Step-Condition = Cc-Hard-Failure                       00314400
003146        Move "E" to Rs-Completion-Status                          00314600
003148     end-if                                                       00314800
003150     call "XaStatWr" using Run-Stats-Record                       00315000
003160     .                                                            00316000
003170                                                                  00317000
003180 SetStepCondition Section.                                        00318000
003190                                                                  00319000
003200     if Ws-Unmatched-Count > zero or Ws-No-Policy-Count > zero    00320000
003210             or Ws-Bad-Status-Count > zero                        00321000
003220        Move Cc-Warning to Cc-Step-Condition                      00322000
003230     else                                                         00323000
003240        Move Cc-Clean to Cc-Step-Condition                        00324000
003250     end-if                                                       00325000
003260     .                                                            00326000
