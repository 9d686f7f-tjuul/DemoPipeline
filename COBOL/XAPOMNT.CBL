000090* maintains the customer master.  Transactions that do not fit    00009000
000100* the file (add of an existing policy, change or cancel of a      00010000
000110* missing one, unknown action code) are counted and reported;     00011000
000120* the policy record wins.  A cancelled policy is also written, as 00012000
000122* it stood, to the cancelled-policy file so XaEndors can return   00012200
000124* the premium for its unexpired term.  The rebuilt file feeds     00012400
000130* XaPoEdit ahead of the nightly rating run.                       00013000
000132* The counts go to the run statistics file through XaStatWr,      00013200
000134* and any unmatched transaction ends the step with the warning    00013400
000136* condition code (STEPCC).                                        00013600
000137* An added policy, or a change that raises the sum assured, is    00013700
000138* also written as it now stands to the underwriting policy file   00013800
000139* for XaUwChk to check against the evidence requirements.         00013900
000140* -------------------------------------------------------------   00014000
000150 environment division.                                            00015000
000160 Input-Output section.                                            00016000
000260     select New-Policy-File assign to NewPolDd                    00026000
000270         organization is line sequential                          00027000
000280         file status is Ws-Np-File-Status.                        00028000
000282                                                                  00028200
000284     select Cancelled-Policy-File assign to CanPolDd              00028400
000286         organization is line sequential                          00028600
000288         file status is Ws-Pc-File-Status.                        00028800
000290                                                                  00029000
000292     select Underwriting-Policy-File assign to UwPolDd            00029200
000294         organization is line sequential                          00029400
000296         file status is Ws-Pu-File-Status.                        00029600
000298                                                                  00029800
000300 Data Division.                                                   00030000
000310 File Section.                                                    00031000
000320 Fd  Policy-File.                                                 00032000
000390 copy POLREC replacing ==Policy-Record== by                       00039000
000400         ==New-Policy-Record==                                    00040000
000410         leading ==Po-== by ==Np-==.                              00041000
000411                                                                  00041100
000412 Fd  Cancelled-Policy-File.                                       00041200
000413 copy POLREC replacing ==Policy-Record== by                       00041300
000414         ==Cancelled-Policy-Record==                              00041400
000415         leading ==Po-== by ==Pc-==.                              00041500
000420                                                                  00042000
000422 Fd  Underwriting-Policy-File.                                    00042200
000424 copy POLREC replacing ==Policy-Record== by                       00042400
000426         ==Underwriting-Policy-Record==                           00042600
000428         leading ==Po-== by ==Pu-==.                              00042800
000429                                                                  00042900
000430 Working-Storage Section.                                         00043000
000440 01  Ws-Po-File-Status           pic x(02).                       00044000
000450     88  Ws-Po-File-Ok               value "00".                  00045000
000470     88  Ws-Px-File-Ok               value "00".                  00047000
000480 01  Ws-Np-File-Status           pic x(02).                       00048000
000490     88  Ws-Np-File-Ok               value "00".                  00049000
000492 01  Ws-Pc-File-Status           pic x(02).                       00049200
000494     88  Ws-Pc-File-Ok               value "00".                  00049400
000496 01  Ws-Pu-File-Status           pic x(02).                       00049600
000498     88  Ws-Pu-File-Ok               value "00".                  00049800
000500                                                                  00050000
000510* -------------------------------------------------------------   00051000
000520* Match keys for the balanced two-file pass: customer id and      00052000
000650 01  Ws-Cancel-Count              pic 9(09) value zero.           00065000
000660 01  Ws-Unmatched-Count           pic 9(09) value zero.           00066000
000670 01  Ws-New-Master-Count          pic 9(09) value zero.           00067000
000671 01  Ws-Underwriting-Count        pic 9(09) value zero.           00067100
000672                                                                  00067200
000674 copy RUNSTATREC.                                                 00067400
000676 copy STEPCC.                                                     00067600
000680                                                                  00068000
000690 Procedure division.                                              00069000
000700                                                                  00070000
000730     Perform InitMaint.                                           00073000
000740     Perform ApplyTransactions.                                   00074000
000750     Perform Finalize.                                            00075000
000752     Move Cc-Step-Condition to Return-Code.                       00075200
000760     Goback.                                                      00076000
000770                                                                  00077000
000780 InitMaint Section.                                               00078000
000800     open input Policy-File.                                      00080000
000810     if not Ws-Po-File-Ok                                         00081000
000820        Display "XAPOMNT: policy file open failed, run aborted."  00082000
000822        Move Cc-Hard-Failure to Cc-Step-Condition                 00082200
000824        perform WriteRunStats                                     00082400
000826        Move Cc-Hard-Failure to Return-Code                       00082600
000830        Goback                                                    00083000
000840     end-if                                                       00084000
000850                                                                  00085000
000870     if not Ws-Px-File-Ok                                         00087000
000880        Display "XAPOMNT: transaction file open failed, "         00088000
000890                "run aborted."                                    00089000
000892        Move Cc-Hard-Failure to Cc-Step-Condition                 00089200
000894        perform WriteRunStats                                     00089400
000896        Move Cc-Hard-Failure to Return-Code                       00089600
000900        Goback                                                    00090000
000910     end-if                                                       00091000
000920                                                                  00092000
000940     if not Ws-Np-File-Ok                                         00094000
000950        Display "XAPOMNT: new policy file open failed, "          00095000
000960                "run aborted."                                    00096000
000962        Move Cc-Hard-Failure to Cc-Step-Condition                 00096200
000964        perform WriteRunStats                                     00096400
000966        Move Cc-Hard-Failure to Return-Code                       00096600
000970        Goback                                                    00097000
000980     end-if                                                       00098000
000981                                                                  00098100
000982     open output Cancelled-Policy-File.                           00098200
000983     if not Ws-Pc-File-Ok                                         00098300
000984        Display "XAPOMNT: cancelled policy file open failed, "    00098400
000985                "run aborted."                                    00098500
000986        Move Cc-Hard-Failure to Cc-Step-Condition                 00098600
000987        perform WriteRunStats                                     00098700
000988        Move Cc-Hard-Failure to Return-Code                       00098800
000989        Goback                                                    00098900
000990     end-if                                                       00099000
000991                                                                  00099100
000994     open output Underwriting-Policy-File.                        00099400
000997     if not Ws-Pu-File-Ok                                         00099700
001000        Display "XAPOMNT: underwriting policy file open failed, " 00100000
001003                "run aborted."                                    00100300
001006        Move Cc-Hard-Failure to Cc-Step-Condition                 00100600
001009        perform WriteRunStats                                     00100900
001012        Move Cc-Hard-Failure to Return-Code                       00101200
001015        Goback                                                    00101500
001018     end-if                                                       00101800
001019                                                                  00101900
001021     perform ReadMaster.                                          00102100
001024     perform ReadTxn                                              00102400
001027     .                                                            00102700
001030                                                                  00103000
001040* -------------------------------------------------------------   00104000
001050* Balanced match on ascending customer id / policy number.  A     00105000
001320     if Px-Add                                                    00132000
001330        perform BuildRecordFromTxn                                00133000
001340        perform WriteNewMaster                                    00134000
001342        perform WriteUnderwritingPolicy                           00134200
001350        add 1 to Ws-Add-Count                                     00135000
001360     else                                                         00136000
001370        add 1 to Ws-Unmatched-Count                               00137000
001470         when Px-Change                                           00147000
001480             perform BuildRecordFromTxn                           00148000
001490             perform WriteNewMaster                               00149000
001492             if Px-Sum-Assured > Po-Sum-Assured                   00149200
001494                perform WriteUnderwritingPolicy                   00149400
001496             end-if                                               00149600
001500             add 1 to Ws-Change-Count                             00150000
001510         when Px-Cancel                                           00151000
001520             add 1 to Ws-Cancel-Count                             00152000
001522             perform WriteCancelledPolicy                         00152200
001530         when other                                               00153000
001540             add 1 to Ws-Unmatched-Count                          00154000
001550             Display "XAPOMNT: " Px-Action " transaction does "   00155000
001660     add 1 to Ws-New-Master-Count                                 00166000
001670     .                                                            00167000
001680                                                                  00168000
001681 WriteCancelledPolicy Section.                                    00168100
001682                                                                  00168200
001683     Move Policy-Record to Cancelled-Policy-Record.               00168300
001684     write Cancelled-Policy-Record                                00168400
001685     .                                                            00168500
001687                                                                  00168700
001690 BuildRecordFromTxn Section.                                      00169000
001700                                                                  00170000
001710     Move Px-Cust-Id        to Np-Cust-Id.                        00171000
001800     write New-Policy-Record.                                     00180000
001810     add 1 to Ws-New-Master-Count                                 00181000
001820     .                                                            00182000
001821                                                                  00182100
001822 WriteUnderwritingPolicy Section.                                 00182200
001823                                                                  00182300
001824     Move New-Policy-Record to Underwriting-Policy-Record.        00182400
001825     write Underwriting-Policy-Record.                            00182500
001826     add 1 to Ws-Underwriting-Count                               00182600
001827     .                                                            00182700
001830                                                                  00183000
001840 ReadMaster Section.                                              00184000
001850                                                                  00185000
002100     close Policy-File.                                           00210000
002110     close Policy-Txn-File.                                       00211000
002120     close New-Policy-File.                                       00212000
002122     close Cancelled-Policy-File.                                 00212200
002126     close Underwriting-Policy-File.                              00212600
002130                                                                  00213000
002140     Display "XAPOMNT: " Ws-Master-Read-Count " policy, "         00214000
002150             Ws-Txn-Read-Count " transaction(s) read.".           00215000
002190             Ws-Unmatched-Count " unmatched.".                    00219000
002200     Display "XAPOMNT: " Ws-New-Master-Count                      00220000
002210             " record(s) on new policy file."                     00221000
002213     Display "XAPOMNT: " Ws-Underwriting-Count                    00221300
002216             " added or increased policy(ies) for underwriting."  00221600
002219                                                                  00221900
002222     perform SetStepCondition                                     00222200
002225     perform WriteRunStats                                        00222500
002228     .                                                            00222800
002231                                                                  00223100
002240 SetStepCondition Section.                                        00224000
002250                                                                  00225000
002260     if Ws-Unmatched-Count > zero                                 00226000
002270        Move Cc-Warning to Cc-Step-Condition                      00227000
002280     else                                                         00228000
002290        Move Cc-Clean to Cc-Step-Condition                        00229000
002300     end-if                                                       00230000
002310     .                                                            00231000
002320                                                                  00232000
002330 WriteRunStats Section.                                           00233000
002340                                                                  00234000
002350     Move "XAPOMNT " to Rs-Program-Id.                            00235000
002360     Move zero to Rs-Business-Date.                               00236000
002370     Move Ws-Txn-Read-Count to Rs-In-Count.                       00237000
002380     Move Ws-New-Master-Count to Rs-Out-Count.                    00238000
002390     Move Ws-Unmatched-Count to Rs-Reject-Count.                  00239000
002400     Move "C" to Rs-Completion-Status.                            00240000
002410     Move Cc-Step-Condition to Rs-Condition-Code.                 00241000
002420     if Cc-Step-Condition = Cc-Hard-Failure                       00242000
002430        Move "E" to Rs-Completion-Status                          00243000
002440     end-if                                                       00244000
002450     call "XaStatWr" using Run-Stats-Record                       00245000
002460     .                                                            00246000
