000010 Identification division.                                         00001000
000020 Program-id.   XaEntry.                                           00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Interactive desk entry of customer and policy changes, the      00005000
000060* keying counterpart of XaInq.  The operator signs on with an     00006000
000070* operator id, then keys adds, changes and deletes for            00007000
000080* customers and adds, changes and cancels for policies.  Each     00008000
000090* field is edited as it is keyed, on the same rules XaCmEdit      00009000
000100* and XaPoEdit apply overnight - XaDateCk for dates, the          00010000
000110* XaPdLoad product table for product codes - and re-prompted      00011000
000120* until it passes.  The id is checked against the current         00012000
000130* customer master and policy file before any field is asked       00013000
000140* for, so an add of an existing id or a change, delete or         00014000
000150* cancel of a missing one is refused on the spot, as is a         00015000
000160* second transaction for an id that already has one on            00016000
000163* tonight's file.  A customer delete is also refused while a      00016300
000166* policy add or change for that customer waits on tonight's       00016600
000169* file, as a policy add or change is once the delete is keyed.    00016900
000172* A file that cannot be opened (other than one not yet            00017200
000175* created) refuses the entry rather than pass it unchecked.       00017500
000178* On a change a blank answer keeps the value on file.             00017800
000181* Accepted entries are appended to the nightly                    00018100
000190* CMTXNREC and POLTXNREC files XaCmMnt and XaPoMnt apply, and     00019000
000200* each is journalled with the operator id, date and time.  At     00020000
000210* sign-off every transaction file the session added to is         00021000
000220* sorted back into key order, since both maintenance runs         00022000
000230* apply their transactions in a single ascending pass.            00023000
000240* -------------------------------------------------------------   00024000
000250 environment division.                                            00025000
000260 Input-Output section.                                            00026000
000270 File-control.                                                    00027000
000280     select Customer-Master-File assign to CustMstDd              00028000
000290         organization is line sequential                          00029000
000300         file status is Ws-Cm-File-Status.                        00030000
000310                                                                  00031000
000320     select Policy-File assign to PolFileDd                       00032000
000330         organization is line sequential                          00033000
000340         file status is Ws-Po-File-Status.                        00034000
000350                                                                  00035000
000360     select Customer-Txn-File assign to CustTxnDd                 00036000
000370         organization is line sequential                          00037000
000380         file status is Ws-Tx-File-Status.                        00038000
000390                                                                  00039000
000400     select Policy-Txn-File assign to PolTxnDd                    00040000
000410         organization is line sequential                          00041000
000420         file status is Ws-Px-File-Status.                        00042000
000430                                                                  00043000
000440     select Entry-Journal-File assign to EntJnlDd                 00044000
000450         organization is line sequential                          00045000
000460         file status is Ws-Ej-File-Status.                        00046000
000470                                                                  00047000
000480     select Customer-Txn-Sort-File assign to EntCsWkDd.           00048000
000490                                                                  00049000
000500     select Policy-Txn-Sort-File assign to EntPsWkDd.             00050000
000510                                                                  00051000
000520 Data Division.                                                   00052000
000530 File Section.                                                    00053000
000540 Fd  Customer-Master-File.                                        00054000
000550 copy CUSTREC.                                                    00055000
000560                                                                  00056000
000570 Fd  Policy-File.                                                 00057000
000580 copy POLREC.                                                     00058000
000590                                                                  00059000
000600 Fd  Customer-Txn-File.                                           00060000
000610 copy CMTXNREC.                                                   00061000
000620                                                                  00062000
000630 Fd  Policy-Txn-File.                                             00063000
000640 copy POLTXNREC.                                                  00064000
000650                                                                  00065000
000660 Fd  Entry-Journal-File.                                          00066000
000670 copy ENTJNLREC.                                                  00067000
000680                                                                  00068000
000690 Sd  Customer-Txn-Sort-File.                                      00069000
000700 copy CMTXNREC replacing ==Customer-Txn-Record== by               00070000
000710         ==Customer-Txn-Sort-Record==                             00071000
000720         leading ==Tx-== by ==Cs-==.                              00072000
000730                                                                  00073000
000740 Sd  Policy-Txn-Sort-File.                                        00074000
000750 copy POLTXNREC replacing ==Policy-Txn-Record== by                00075000
000760         ==Policy-Txn-Sort-Record==                               00076000
000770         leading ==Px-== by ==Ps-==.                              00077000
000780                                                                  00078000
000790 Working-Storage Section.                                         00079000
000800 01  Ws-Cm-File-Status           pic x(02).                       00080000
000810     88  Ws-Cm-File-Ok               value "00".                  00081000
000812     88  Ws-Cm-File-Not-Found        value "35".                  00081200
000820 01  Ws-Po-File-Status           pic x(02).                       00082000
000830     88  Ws-Po-File-Ok               value "00".                  00083000
000832     88  Ws-Po-File-Not-Found        value "35".                  00083200
000840 01  Ws-Tx-File-Status           pic x(02).                       00084000
000850     88  Ws-Tx-File-Ok               value "00".                  00085000
000852     88  Ws-Tx-File-Not-Found        value "35".                  00085200
000860 01  Ws-Px-File-Status           pic x(02).                       00086000
000870     88  Ws-Px-File-Ok               value "00".                  00087000
000872     88  Ws-Px-File-Not-Found        value "35".                  00087200
000880 01  Ws-Ej-File-Status           pic x(02).                       00088000
000890     88  Ws-Ej-File-Ok               value "00".                  00089000
000900                                                                  00090000
000910 01  Ws-Done-Switch               pic x(01) value "N".            00091000
000920     88  Ws-Session-Done              value "Y".                  00092000
000930 01  Ws-Eof-Switch                pic x(01).                      00093000
000940     88  Ws-At-Eof                    value "Y".                  00094000
000950                                                                  00095000
000960 01  Ws-Operator-Id               pic x(08) value spaces.         00096000
000970 01  Ws-Today                     pic 9(08).                      00097000
000980                                                                  00098000
000990* -------------------------------------------------------------   00099000
001000* The transactions being keyed, built here and written to the     00100000
001010* nightly file only once the operator confirms them.              00101000
001020* -------------------------------------------------------------   00102000
001030 copy CMTXNREC replacing ==Customer-Txn-Record== by               00103000
001040         ==Ws-Customer-Entry==                                    00104000
001050         leading ==Tx-== by ==Ce-==.                              00105000
001060 copy POLTXNREC replacing ==Policy-Txn-Record== by                00106000
001070         ==Ws-Policy-Entry==                                      00107000
001080         leading ==Px-== by ==Pe-==.                              00108000
001090                                                                  00109000
001100 01  Ws-Record-Type               pic x(01).                      00110000
001110     88  Ws-Customer-Entry-Type       value "C".                  00111000
001120     88  Ws-Policy-Entry-Type         value "P".                  00112000
001130                                                                  00113000
001140* -------------------------------------------------------------   00114000
001150* What the lookups found: a copy of the master or policy record   00115000
001160* taken before its file is closed, for a change to start from,    00116000
001170* and the action of any transaction already on tonight's file.    00117000
001180* -------------------------------------------------------------   00118000
001181 copy CUSTREC replacing ==Customer-Master-Record== by             00118100
001182         ==Ws-Found-Master==                                      00118200
001183         leading ==Cm-== by ==Fm-==.                              00118300
001184 copy POLREC replacing ==Policy-Record== by                       00118400
001185         ==Ws-Found-Policy==                                      00118500
001186         leading ==Po-== by ==Fp-==.                              00118600
001190 01  Ws-Master-Found-Switch       pic x(01).                      00119000
001200     88  Ws-Master-Found              value "Y".                  00120000
001210 01  Ws-Policy-Found-Switch       pic x(01).                      00121000
001220     88  Ws-Policy-Found              value "Y".                  00122000
001230 01  Ws-Pending-Action            pic x(01).                      00123000
001240     88  Ws-No-Pending-Txn            value space.                00124000
001250 01  Ws-Pending-Cust-Action       pic x(01).                      00125000
001260     88  Ws-Pending-Cust-Add          value "A".                  00126000
001270     88  Ws-Pending-Cust-Delete       value "D".                  00127000
001272 01  Ws-Cust-Pol-Txn-Switch       pic x(01).                      00127200
001274     88  Ws-Cust-Pol-Txn-Pending      value "Y".                  00127400
001280 01  Ws-Policy-Count              pic 9(05).                      00128000
001290                                                                  00129000
001300 01  Ws-Refused-Switch            pic x(01).                      00130000
001310     88  Ws-Entry-Refused             value "Y".                  00131000
001320                                                                  00132000
001330* -------------------------------------------------------------   00133000
001340* Keyed answers land in fields exactly as wide as the field       00134000
001350* they feed, with numeric views over them for the edits.          00135000
001360* -------------------------------------------------------------   00136000
001370 01  Ws-Answer                    pic x(01).                      00137000
001380 01  Ws-In-1                      pic x(01).                      00138000
001390 01  Ws-In-2                      pic x(02).                      00139000
001400 01  Ws-In-2-Num redefines Ws-In-2 pic 9(02).                     00140000
001410 01  Ws-In-3                      pic x(03).                      00141000
001420 01  Ws-In-3-Num redefines Ws-In-3 pic 9(03).                     00142000
001430 01  Ws-In-4                      pic x(04).                      00143000
001440 01  Ws-In-4-Num redefines Ws-In-4 pic 9(04).                     00144000
001450 01  Ws-In-6                      pic x(06).                      00145000
001460 01  Ws-In-6-Num redefines Ws-In-6 pic 9(06).                     00146000
001470 01  Ws-In-8                      pic x(08).                      00147000
001480 01  Ws-In-8-Num redefines Ws-In-8 pic 9(08).                     00148000
001490 01  Ws-In-9                      pic x(09).                      00149000
001500 01  Ws-In-9-Num redefines Ws-In-9 pic 9(09).                     00150000
001510 01  Ws-In-9-Money redefines Ws-In-9 pic 9(07)v99.                00151000
001520                                                                  00152000
001530 01  Ws-Field-Switch              pic x(01).                      00153000
001540     88  Ws-Field-Ok                  value "Y".                  00154000
001550                                                                  00155000
001560 01  Ws-Date-Status               pic x(01).                      00156000
001570     88  Ws-Date-Valid                value "Y".                  00157000
001580                                                                  00158000
001590 copy PRODTAB.                                                    00159000
001600 01  Ws-Prod-Load-Status          pic x(01).                      00160000
001610     88  Ws-Prod-Load-Ok              value "Y".                  00161000
001620 01  Ws-Product-Sub               pic 9(02).                      00162000
001630 01  Ws-Product-Found-Switch      pic x(01).                      00163000
001640     88  Ws-Product-Found             value "Y".                  00164000
001650                                                                  00165000
001660* -------------------------------------------------------------   00166000
001670* Set once the session has appended to a transaction file, so     00167000
001680* sign-off only re-sorts the files that were touched.             00168000
001690* -------------------------------------------------------------   00169000
001700 01  Ws-Cust-Txn-Added-Switch     pic x(01) value "N".            00170000
001710     88  Ws-Cust-Txn-Added            value "Y".                  00171000
001720 01  Ws-Pol-Txn-Added-Switch      pic x(01) value "N".            00172000
001730     88  Ws-Pol-Txn-Added             value "Y".                  00173000
001740                                                                  00174000
001750 01  Ws-Cust-Entry-Count          pic 9(05) value zero.           00175000
001760 01  Ws-Pol-Entry-Count           pic 9(05) value zero.           00176000
001770                                                                  00177000
001780 Procedure division.                                              00178000
001790                                                                  00179000
001800 Main section.                                                    00180000
001810                                                                  00181000
001820     Perform InitEntry.                                           00182000
001830     perform EntryLoop until Ws-Session-Done.                     00183000
001840     Perform Finalize.                                            00184000
001850     Goback.                                                      00185000
001860                                                                  00186000
001870* -------------------------------------------------------------   00187000
001880* Nothing is keyed without an operator id to journal it under,    00188000
001890* and no policy is keyed without the product table to edit it     00189000
001900* against.                                                        00190000
001910* -------------------------------------------------------------   00191000
001920 InitEntry Section.                                               00192000
001930                                                                  00193000
001940     Accept Ws-Today from date YYYYMMDD.                          00194000
001950                                                                  00195000
001960     call "XaPdLoad" using Product-Table Ws-Prod-Load-Status.     00196000
001970     if not Ws-Prod-Load-Ok                                       00197000
001980        Display "XAENTRY: product table load failed, "            00198000
001990                "session ended."                                  00199000
002000        Goback                                                    00200000
002010     end-if                                                       00201000
002020                                                                  00202000
002030     Display "XAENTRY: enter operator id (blank to exit):".       00203000
002040     Accept Ws-Operator-Id.                                       00204000
002050     if Ws-Operator-Id = spaces                                   00205000
002060        Display "XAENTRY: session ended."                         00206000
002070        Goback                                                    00207000
002080     end-if                                                       00208000
002090                                                                  00209000
002100     open extend Entry-Journal-File.                              00210000
002110     if not Ws-Ej-File-Ok                                         00211000
002120        open output Entry-Journal-File                            00212000
002130     end-if                                                       00213000
002140     if not Ws-Ej-File-Ok                                         00214000
002150        Display "XAENTRY: entry journal open failed, "            00215000
002160                "session ended."                                  00216000
002170        Goback                                                    00217000
002180     end-if                                                       00218000
002190     .                                                            00219000
002200                                                                  00220000
002210 EntryLoop Section.                                               00221000
002220                                                                  00222000
002230     Display " ".                                                 00223000
002240     Display "XAENTRY: C customer, P policy (blank to exit):".    00224000
002250     Move spaces to Ws-Record-Type.                               00225000
002260     Accept Ws-Record-Type.                                       00226000
002270                                                                  00227000
002280     evaluate true                                                00228000
002290         when Ws-Record-Type = spaces                             00229000
002300             Move "Y" to Ws-Done-Switch                           00230000
002310         when Ws-Customer-Entry-Type                              00231000
002320             perform CustomerEntry                                00232000
002330         when Ws-Policy-Entry-Type                                00233000
002340             perform PolicyEntry                                  00234000
002350         when other                                               00235000
002360             Display "XAENTRY: record type must be C or P."       00236000
002370     end-evaluate                                                 00237000
002380     .                                                            00238000
002390                                                                  00239000
002400* -------------------------------------------------------------   00240000
002410* Customer add / change / delete.                                 00241000
002420* -------------------------------------------------------------   00242000
002430 CustomerEntry Section.                                           00243000
002440                                                                  00244000
002450     Move spaces to Ws-Customer-Entry.                            00245000
002460     Move "N" to Ws-Refused-Switch.                               00246000
002470                                                                  00247000
002480     Display "XAENTRY: action A add, C change, D delete:".        00248000
002490     Move spaces to Ws-In-1.                                      00249000
002500     Accept Ws-In-1.                                              00250000
002510     Move Ws-In-1 to Ce-Action.                                   00251000
002520     if not Ce-Add and not Ce-Change and not Ce-Delete            00252000
002530        Display "XAENTRY: action must be A, C or D."              00253000
002540        Move "Y" to Ws-Refused-Switch                             00254000
002550     end-if                                                       00255000
002560                                                                  00256000
002570     if not Ws-Entry-Refused                                      00257000
002580        Display "XAENTRY: customer id (6 digits):"                00258000
002590        Move spaces to Ws-In-6                                    00259000
002600        Accept Ws-In-6                                            00260000
002610        if Ws-In-6 is not numeric                                 00261000
002620           Display "XAENTRY: customer id must be six digits."     00262000
002630           Move "Y" to Ws-Refused-Switch                          00263000
002640        else                                                      00264000
002650           Move Ws-In-6-Num to Ce-Cust-Id                         00265000
002660           perform CheckCustomerId                                00266000
002670        end-if                                                    00267000
002680     end-if                                                       00268000
002690                                                                  00269000
002697     if not Ws-Entry-Refused                                      00269700
002704        if Ce-Delete                                              00270400
002711           perform CountCustomerPolicies                          00271100
002718        else                                                      00271800
002725           perform KeyCustomerFields                              00272500
002732        end-if                                                    00273200
002739     end-if                                                       00273900
002746                                                                  00274600
002753     if not Ws-Entry-Refused                                      00275300
002760        perform ConfirmCustomerEntry                              00276000
002767     end-if                                                       00276700
002780     .                                                            00278000
002790                                                                  00279000
002800 CheckCustomerId Section.                                         00280000
002810                                                                  00281000
002815     perform FindMaster.                                          00281500
002820     perform FindPendingCustTxn.                                  00282000
002825     Move "N" to Ws-Cust-Pol-Txn-Switch.                          00282500
002830     if Ce-Delete                                                 00283000
002835        perform FindCustomerPolTxn                                00283500
002840     end-if                                                       00284000
002845                                                                  00284500
002850     evaluate true                                                00285000
002855         when Ws-Entry-Refused                                    00285500
002860             continue                                             00286000
002865         when not Ws-No-Pending-Txn                               00286500
002870             Display "XAENTRY: customer " Ce-Cust-Id              00287000
002880                     " already has a " Ws-Pending-Action          00288000
002890                     " transaction tonight, refused."             00289000
002900             Move "Y" to Ws-Refused-Switch                        00290000
002910         when Ce-Add and Ws-Master-Found                          00291000
002920             Display "XAENTRY: customer " Ce-Cust-Id              00292000
002930                     " is already on the master, refused."        00293000
002940             Move "Y" to Ws-Refused-Switch                        00294000
002950         when not Ce-Add and not Ws-Master-Found                  00295000
002960             Display "XAENTRY: customer " Ce-Cust-Id              00296000
002970                     " is not on the master, refused."            00297000
002980             Move "Y" to Ws-Refused-Switch                        00298000
002983         when Ce-Delete and Ws-Cust-Pol-Txn-Pending               00298300
002986             Display "XAENTRY: customer " Ce-Cust-Id              00298600
002989                     " has a policy add or change tonight,"       00298900
002992                     " refused."                                  00299200
002995             Move "Y" to Ws-Refused-Switch                        00299500
002998         when other                                               00299800
003001             continue                                             00300100
003010     end-evaluate                                                 00301000
003020     .                                                            00302000
003030                                                                  00303000
003040* -------------------------------------------------------------   00304000
003050* Deleting a customer does not touch the policy file, so the      00305000
003060* desk is told how many policies want cancelling with it.         00306000
003070* -------------------------------------------------------------   00307000
003080 CountCustomerPolicies Section.                                   00308000
003090                                                                  00309000
003100     Move zero to Ws-Policy-Count.                                00310000
003110     Move "N" to Ws-Eof-Switch.                                   00311000
003113     open input Policy-File.                                      00311300
003116     if not Ws-Po-File-Ok and not Ws-Po-File-Not-Found            00311600
003119        Display "XAENTRY: policy file not available, "            00311900
003122                "entry refused."                                  00312200
003125        Move "Y" to Ws-Refused-Switch                             00312500
003128     end-if                                                       00312800
003131     if Ws-Po-File-Ok                                             00313100
003140        perform until Ws-At-Eof                                   00314000
003150            read Policy-File                                      00315000
003160                at end                                            00316000
003170                    Move "Y" to Ws-Eof-Switch                     00317000
003180                not at end                                        00318000
003190                    if Po-Cust-Id = Ce-Cust-Id                    00319000
003200                       add 1 to Ws-Policy-Count                   00320000
003210                    end-if                                        00321000
003220            end-read                                              00322000
003230        end-perform                                               00323000
003240        close Policy-File                                         00324000
003250     end-if                                                       00325000
003260                                                                  00326000
003270     if Ws-Policy-Count > zero and not Ws-Entry-Refused           00327000
003280        Display "XAENTRY: note - customer " Ce-Cust-Id " has "    00328000
003290                Ws-Policy-Count " policy record(s); key a cancel" 00329000
003300                " for each."                                      00330000
003310     end-if                                                       00331000
003320     .                                                            00332000
003330                                                                  00333000
003340* -------------------------------------------------------------   00334000
003350* A change starts from the copy of the master record FindMaster   00335000
003360* took, so a blank answer keeps what is on file; the kept value   00336000
003370* is edited like a keyed one.                                     00337000
003380* -------------------------------------------------------------   00338000
003390 KeyCustomerFields Section.                                       00339000
003400                                                                  00340000
003410     if Ce-Change                                                 00341000
003420        Move Fm-Age to Ce-Age                                     00342000
003430        Move Fm-Smoker-Status to Ce-Smoker-Status                 00343000
003440        Move Fm-Occupation-Class to Ce-Occupation-Class           00344000
003450        Move Fm-Precond-Flag to Ce-Precond-Flag                   00345000
003460        Move Fm-Base-Annual-Premium to Ce-Base-Annual-Premium     00346000
003470        Move Fm-Birth-Date to Ce-Birth-Date                       00347000
003480        Display "XAENTRY: blank keeps the value on file."         00348000
003490     end-if                                                       00349000
003500                                                                  00350000
003510     Move "N" to Ws-Field-Switch.                                 00351000
003520     perform KeyAge until Ws-Field-Ok.                            00352000
003530     Move "N" to Ws-Field-Switch.                                 00353000
003540     perform KeySmokerStatus until Ws-Field-Ok.                   00354000
003550     Move "N" to Ws-Field-Switch.                                 00355000
003560     perform KeyOccupationClass until Ws-Field-Ok.                00356000
003570     Move "N" to Ws-Field-Switch.                                 00357000
003580     perform KeyPrecondFlag until Ws-Field-Ok.                    00358000
003590     Move "N" to Ws-Field-Switch.                                 00359000
003600     perform KeyBasePremium until Ws-Field-Ok.                    00360000
003610     Move "N" to Ws-Field-Switch.                                 00361000
003620     perform KeyBirthDate until Ws-Field-Ok                       00362000
003630     .                                                            00363000
003640                                                                  00364000
003650 KeyAge Section.                                                  00365000
003660                                                                  00366000
003670     Display "  age (3 digits) [" Ce-Age "]:".                    00367000
003680     Move spaces to Ws-In-3.                                      00368000
003690     Accept Ws-In-3.                                              00369000
003700     if Ws-In-3 = spaces and Ce-Change                            00370000
003710        Move Ce-Age to Ws-In-3-Num                                00371000
003720     end-if                                                       00372000
003730                                                                  00373000
003740     if Ws-In-3 is not numeric                                    00374000
003750        Display "  age is not numeric."                           00375000
003760     else                                                         00376000
003770        Move Ws-In-3-Num to Ce-Age                                00377000
003780        Move "Y" to Ws-Field-Switch                               00378000
003790     end-if                                                       00379000
003800     .                                                            00380000
003810                                                                  00381000
003820 KeySmokerStatus Section.                                         00382000
003830                                                                  00383000
003840     Display "  smoker status Y/N [" Ce-Smoker-Status "]:".       00384000
003850     Move spaces to Ws-In-1.                                      00385000
003860     Accept Ws-In-1.                                              00386000
003870     if Ws-In-1 = spaces and Ce-Change                            00387000
003880        Move Ce-Smoker-Status to Ws-In-1                          00388000
003890     end-if                                                       00389000
003900                                                                  00390000
003910     if Ws-In-1 not = "Y" and Ws-In-1 not = "N"                   00391000
003920        Display "  smoker status not Y or N."                     00392000
003930     else                                                         00393000
003940        Move Ws-In-1 to Ce-Smoker-Status                          00394000
003950        Move "Y" to Ws-Field-Switch                               00395000
003960     end-if                                                       00396000
003970     .                                                            00397000
003980                                                                  00398000
003990 KeyOccupationClass Section.                                      00399000
004000                                                                  00400000
004010     Display "  occupation class 01-99 ["                         00401000
004020             Ce-Occupation-Class "]:".                            00402000
004030     Move spaces to Ws-In-2.                                      00403000
004040     Accept Ws-In-2.                                              00404000
004050     if Ws-In-2 = spaces and Ce-Change                            00405000
004060        Move Ce-Occupation-Class to Ws-In-2-Num                   00406000
004070     end-if                                                       00407000
004080                                                                  00408000
004090     evaluate true                                                00409000
004100         when Ws-In-2 is not numeric                              00410000
004110             Display "  occupation class not numeric."            00411000
004120         when Ws-In-2-Num = zero                                  00412000
004130             Display "  occupation class not 01-99."              00413000
004140         when other                                               00414000
004150             Move Ws-In-2-Num to Ce-Occupation-Class              00415000
004160             Move "Y" to Ws-Field-Switch                          00416000
004170     end-evaluate                                                 00417000
004180     .                                                            00418000
004190                                                                  00419000
004200 KeyPrecondFlag Section.                                          00420000
004210                                                                  00421000
004220     Display "  precondition flag Y/N [" Ce-Precond-Flag "]:".    00422000
004230     Move spaces to Ws-In-1.                                      00423000
004240     Accept Ws-In-1.                                              00424000
004250     if Ws-In-1 = spaces and Ce-Change                            00425000
004260        Move Ce-Precond-Flag to Ws-In-1                           00426000
004270     end-if                                                       00427000
004280                                                                  00428000
004290     if Ws-In-1 not = "Y" and Ws-In-1 not = "N"                   00429000
004300        Display "  precondition flag not Y or N."                 00430000
004310     else                                                         00431000
004320        Move Ws-In-1 to Ce-Precond-Flag                           00432000
004330        Move "Y" to Ws-Field-Switch                               00433000
004340     end-if                                                       00434000
004350     .                                                            00435000
004360                                                                  00436000
004370 KeyBasePremium Section.                                          00437000
004380                                                                  00438000
004390     Display "  base annual premium (9 digits, last 2 pence) ["   00439000
004400             Ce-Base-Annual-Premium "]:".                         00440000
004410     Move spaces to Ws-In-9.                                      00441000
004420     Accept Ws-In-9.                                              00442000
004430     if Ws-In-9 = spaces and Ce-Change                            00443000
004440        Move Ce-Base-Annual-Premium to Ws-In-9-Money              00444000
004450     end-if                                                       00445000
004460                                                                  00446000
004470     if Ws-In-9 is not numeric                                    00447000
004480        Display "  base premium is not numeric."                  00448000
004490     else                                                         00449000
004500        Move Ws-In-9-Money to Ce-Base-Annual-Premium              00450000
004510        Move "Y" to Ws-Field-Switch                               00451000
004520     end-if                                                       00452000
004530     .                                                            00453000
004540                                                                  00454000
004550* -------------------------------------------------------------   00455000
004560* Zero (or blank on an add) means not captured, which XaCmEdit    00456000
004570* lets through; otherwise a real calendar date, not in the        00457000
004580* future.                                                         00458000
004590* -------------------------------------------------------------   00459000
004600 KeyBirthDate Section.                                            00460000
004610                                                                  00461000
004620     Display "  birth date CCYYMMDD, 0 if not known ["            00462000
004630             Ce-Birth-Date "]:".                                  00463000
004640     Move spaces to Ws-In-8.                                      00464000
004650     Accept Ws-In-8.                                              00465000
004660     evaluate true                                                00466000
004670         when Ws-In-8 = spaces and Ce-Change                      00467000
004680             Move Ce-Birth-Date to Ws-In-8-Num                    00468000
004690         when Ws-In-8 = spaces or Ws-In-8 = "0"                   00469000
004700             Move zero to Ws-In-8-Num                             00470000
004710         when other                                               00471000
004720             continue                                             00472000
004730     end-evaluate                                                 00473000
004740                                                                  00474000
004750     evaluate true                                                00475000
004760         when Ws-In-8 is not numeric                              00476000
004770             Display "  birth date is not numeric."               00477000
004780         when Ws-In-8-Num = zero                                  00478000
004790             Move zero to Ce-Birth-Date                           00479000
004800             Move "Y" to Ws-Field-Switch                          00480000
004810         when other                                               00481000
004820             call "XaDateCk" using Ws-In-8-Num Ws-Date-Status     00482000
004830             if not Ws-Date-Valid                                 00483000
004840                Display "  birth date not a real date."           00484000
004850             else                                                 00485000
004860                if Ws-In-8-Num > Ws-Today                         00486000
004870                   Display "  birth date is in the future."       00487000
004880                else                                              00488000
004890                   Move Ws-In-8-Num to Ce-Birth-Date              00489000
004900                   Move "Y" to Ws-Field-Switch                    00490000
004910                end-if                                            00491000
004920             end-if                                               00492000
004930     end-evaluate                                                 00493000
004940     .                                                            00494000
004950                                                                  00495000
004960 ConfirmCustomerEntry Section.                                    00496000
004970                                                                  00497000
004980     Display "XAENTRY: write " Ws-Customer-Entry " ? (Y/N)".      00498000
004990     Move spaces to Ws-Answer.                                    00499000
005000     Accept Ws-Answer.                                            00500000
005010     if Ws-Answer = "Y"                                           00501000
005020        open extend Customer-Txn-File                             00502000
005030        if not Ws-Tx-File-Ok                                      00503000
005040           open output Customer-Txn-File                          00504000
005050        end-if                                                    00505000
005060        if not Ws-Tx-File-Ok                                      00506000
005070           Display "XAENTRY: customer transaction file not "      00507000
005080                   "available, entry not written."                00508000
005090        else                                                      00509000
005100           write Customer-Txn-Record from Ws-Customer-Entry       00510000
005110           close Customer-Txn-File                                00511000
005120           Move "Y" to Ws-Cust-Txn-Added-Switch                   00512000
005130           add 1 to Ws-Cust-Entry-Count                           00513000
005140           Move spaces to Ej-Txn-Image                            00514000
005150           Move Ws-Customer-Entry to Ej-Txn-Image                 00515000
005160           Move "C" to Ej-Txn-File                                00516000
005170           perform WriteJournalRecord                             00517000
005180           Display "XAENTRY: customer transaction written."       00518000
005190        end-if                                                    00519000
005200     else                                                         00520000
005210        Display "XAENTRY: entry discarded."                       00521000
005220     end-if                                                       00522000
005230     .                                                            00523000
005240                                                                  00524000
005250* -------------------------------------------------------------   00525000
005260* Policy add / change / cancel.                                   00526000
005270* -------------------------------------------------------------   00527000
005280 PolicyEntry Section.                                             00528000
005290                                                                  00529000
005300     Move spaces to Ws-Policy-Entry.                              00530000
005310     Move "N" to Ws-Refused-Switch.                               00531000
005320                                                                  00532000
005330     Display "XAENTRY: action A add, C change, X cancel:".        00533000
005340     Move spaces to Ws-In-1.                                      00534000
005350     Accept Ws-In-1.                                              00535000
005360     Move Ws-In-1 to Pe-Action.                                   00536000
005370     if not Pe-Add and not Pe-Change and not Pe-Cancel            00537000
005380        Display "XAENTRY: action must be A, C or X."              00538000
005390        Move "Y" to Ws-Refused-Switch                             00539000
005400     end-if                                                       00540000
005410                                                                  00541000
005420     if not Ws-Entry-Refused                                      00542000
005430        Display "XAENTRY: customer id (6 digits):"                00543000
005440        Move spaces to Ws-In-6                                    00544000
005450        Accept Ws-In-6                                            00545000
005460        if Ws-In-6 is not numeric                                 00546000
005470           Display "XAENTRY: customer id must be six digits."     00547000
005480           Move "Y" to Ws-Refused-Switch                          00548000
005490        else                                                      00549000
005500           Move Ws-In-6-Num to Pe-Cust-Id                         00550000
005510        end-if                                                    00551000
005520     end-if                                                       00552000
005530                                                                  00553000
005540     if not Ws-Entry-Refused                                      00554000
005550        Display "XAENTRY: policy number (4 digits):"              00555000
005560        Move spaces to Ws-In-4                                    00556000
005570        Accept Ws-In-4                                            00557000
005580        if Ws-In-4 is not numeric                                 00558000
005590           Display "XAENTRY: policy number must be four digits."  00559000
005600           Move "Y" to Ws-Refused-Switch                          00560000
005610        else                                                      00561000
005620           Move Ws-In-4-Num to Pe-Policy-No                       00562000
005630           perform CheckPolicyKey                                 00563000
005640        end-if                                                    00564000
005650     end-if                                                       00565000
005660                                                                  00566000
005670     if not Ws-Entry-Refused                                      00567000
005680        if not Pe-Cancel                                          00568000
005690           perform KeyPolicyFields                                00569000
005700        end-if                                                    00570000
005710        perform ConfirmPolicyEntry                                00571000
005720     end-if                                                       00572000
005730     .                                                            00573000
005740                                                                  00574000
005750* -------------------------------------------------------------   00575000
005760* A new policy needs a customer: one on the master, or one        00576000
005770* being added tonight - but not one being deleted tonight.        00577000
005780* -------------------------------------------------------------   00578000
005790 CheckPolicyKey Section.                                          00579000
005800                                                                  00580000
005810     perform FindPolicy.                                          00581000
005820     Move Pe-Cust-Id to Ce-Cust-Id.                               00582000
005830     perform FindMaster.                                          00583000
005840     perform FindPendingCustTxn.                                  00584000
005850     Move Ws-Pending-Action to Ws-Pending-Cust-Action.            00585000
005860     perform FindPendingPolTxn.                                   00586000
005870                                                                  00587000
005876     evaluate true                                                00587600
005882         when Ws-Entry-Refused                                    00588200
005888             continue                                             00588800
005894         when not Ws-No-Pending-Txn                               00589400
005900             Display "XAENTRY: policy " Pe-Cust-Id "/"            00590000
005910                     Pe-Policy-No " already has a "               00591000
005920                     Ws-Pending-Action                            00592000
005930                     " transaction tonight, refused."             00593000
005940             Move "Y" to Ws-Refused-Switch                        00594000
005950         when Pe-Add and Ws-Policy-Found                          00595000
005960             Display "XAENTRY: policy " Pe-Cust-Id "/"            00596000
005970                     Pe-Policy-No " is already on file, refused." 00597000
005980             Move "Y" to Ws-Refused-Switch                        00598000
005990         when not Pe-Add and not Ws-Policy-Found                  00599000
006000             Display "XAENTRY: policy " Pe-Cust-Id "/"            00600000
006010                     Pe-Policy-No " is not on file, refused."     00601000
006020             Move "Y" to Ws-Refused-Switch                        00602000
006030         when not Pe-Cancel and Ws-Pending-Cust-Delete            00603000
006040             Display "XAENTRY: customer " Pe-Cust-Id              00604000
006050                     " is being deleted tonight, refused."        00605000
006060             Move "Y" to Ws-Refused-Switch                        00606000
006070         when Pe-Add and not Ws-Master-Found                      00607000
006080                 and not Ws-Pending-Cust-Add                      00608000
006090             Display "XAENTRY: customer " Pe-Cust-Id              00609000
006100                     " is not on the master, refused."            00610000
006110             Move "Y" to Ws-Refused-Switch                        00611000
006120         when other                                               00612000
006130             continue                                             00613000
006140     end-evaluate                                                 00614000
006150     .                                                            00615000
006160                                                                  00616000
006170 KeyPolicyFields Section.                                         00617000
006180                                                                  00618000
006190     if Pe-Change                                                 00619000
006200        Move Fp-Product-Code to Pe-Product-Code                   00620000
006210        Move Fp-Sum-Assured to Pe-Sum-Assured                     00621000
006220        Move Fp-Inception-Date to Pe-Inception-Date               00622000
006230        Display "XAENTRY: blank keeps the value on file."         00623000
006240     end-if                                                       00624000
006250                                                                  00625000
006260     Move "N" to Ws-Field-Switch.                                 00626000
006270     perform KeyProductCode until Ws-Field-Ok.                    00627000
006280     Move "N" to Ws-Field-Switch.                                 00628000
006290     perform KeySumAssured until Ws-Field-Ok.                     00629000
006300     Move "N" to Ws-Field-Switch.                                 00630000
006310     perform KeyInceptionDate until Ws-Field-Ok                   00631000
006320     .                                                            00632000
006330                                                                  00633000
006340 KeyProductCode Section.                                          00634000
006350                                                                  00635000
006360     Display "  product code [" Pe-Product-Code "]:".             00636000
006370     Move spaces to Ws-In-4.                                      00637000
006380     Accept Ws-In-4.                                              00638000
006390     if Ws-In-4 = spaces and Pe-Change                            00639000
006400        Move Pe-Product-Code to Ws-In-4                           00640000
006410     end-if                                                       00641000
006420                                                                  00642000
006430     Move "N" to Ws-Product-Found-Switch.                         00643000
006440     perform varying Ws-Product-Sub from 1 by 1                   00644000
006450             until Ws-Product-Sub > Pt-Product-Count              00645000
006460         if Ws-In-4 = Pt-Tbl-Product-Code (Ws-Product-Sub)        00646000
006470            Move "Y" to Ws-Product-Found-Switch                   00647000
006480            Move Pt-Product-Count to Ws-Product-Sub               00648000
006490         end-if                                                   00649000
006500     end-perform                                                  00650000
006510                                                                  00651000
006520     if not Ws-Product-Found                                      00652000
006530        Display "  product code not on product file."             00653000
006540     else                                                         00654000
006550        Move Ws-In-4 to Pe-Product-Code                           00655000
006560        Move "Y" to Ws-Field-Switch                               00656000
006570     end-if                                                       00657000
006580     .                                                            00658000
006590                                                                  00659000
006600 KeySumAssured Section.                                           00660000
006610                                                                  00661000
006620     Display "  sum assured (9 digits) [" Pe-Sum-Assured "]:".    00662000
006630     Move spaces to Ws-In-9.                                      00663000
006640     Accept Ws-In-9.                                              00664000
006650     if Ws-In-9 = spaces and Pe-Change                            00665000
006660        Move Pe-Sum-Assured to Ws-In-9-Num                        00666000
006670     end-if                                                       00667000
006680                                                                  00668000
006690     evaluate true                                                00669000
006700         when Ws-In-9 is not numeric                              00670000
006710             Display "  sum assured is not numeric."              00671000
006720         when Ws-In-9-Num = zero                                  00672000
006730             Display "  sum assured is zero."                     00673000
006740         when other                                               00674000
006750             Move Ws-In-9-Num to Pe-Sum-Assured                   00675000
006760             Move "Y" to Ws-Field-Switch                          00676000
006770     end-evaluate                                                 00677000
006780     .                                                            00678000
006790                                                                  00679000
006800 KeyInceptionDate Section.                                        00680000
006810                                                                  00681000
006820     Display "  inception date CCYYMMDD [" Pe-Inception-Date "]:".00682000
006830     Move spaces to Ws-In-8.                                      00683000
006840     Accept Ws-In-8.                                              00684000
006850     if Ws-In-8 = spaces and Pe-Change                            00685000
006860        Move Pe-Inception-Date to Ws-In-8-Num                     00686000
006870     end-if                                                       00687000
006880                                                                  00688000
006890     if Ws-In-8 is not numeric                                    00689000
006900        Display "  inception date is not numeric."                00690000
006910     else                                                         00691000
006920        call "XaDateCk" using Ws-In-8-Num Ws-Date-Status          00692000
006930        if not Ws-Date-Valid                                      00693000
006940           Display "  inception date not a real date."            00694000
006950        else                                                      00695000
006960           Move Ws-In-8-Num to Pe-Inception-Date                  00696000
006970           Move "Y" to Ws-Field-Switch                            00697000
006980        end-if                                                    00698000
006990     end-if                                                       00699000
007000     .                                                            00700000
007010                                                                  00701000
007020 ConfirmPolicyEntry Section.                                      00702000
007030                                                                  00703000
007040     Display "XAENTRY: write " Ws-Policy-Entry " ? (Y/N)".        00704000
007050     Move spaces to Ws-Answer.                                    00705000
007060     Accept Ws-Answer.                                            00706000
007070     if Ws-Answer = "Y"                                           00707000
007080        open extend Policy-Txn-File                               00708000
007090        if not Ws-Px-File-Ok                                      00709000
007100           open output Policy-Txn-File                            00710000
007110        end-if                                                    00711000
007120        if not Ws-Px-File-Ok                                      00712000
007130           Display "XAENTRY: policy transaction file not "        00713000
007140                   "available, entry not written."                00714000
007150        else                                                      00715000
007160           write Policy-Txn-Record from Ws-Policy-Entry           00716000
007170           close Policy-Txn-File                                  00717000
007180           Move "Y" to Ws-Pol-Txn-Added-Switch                    00718000
007190           add 1 to Ws-Pol-Entry-Count                            00719000
007200           Move spaces to Ej-Txn-Image                            00720000
007210           Move Ws-Policy-Entry to Ej-Txn-Image                   00721000
007220           Move "P" to Ej-Txn-File                                00722000
007230           perform WriteJournalRecord                             00723000
007240           Display "XAENTRY: policy transaction written."         00724000
007250        end-if                                                    00725000
007260     else                                                         00726000
007270        Display "XAENTRY: entry discarded."                       00727000
007280     end-if                                                       00728000
007290     .                                                            00729000
007300                                                                  00730000
007310* -------------------------------------------------------------   00731000
007315* The sequential files are rewound for every lookup, as XaInq     00731500
007320* does.  A file not created yet simply has nothing on it; one     00732000
007325* that will not open is reported not available, as XaInq          00732500
007330* reports it, and the entry is refused, since nothing keyed       00733000
007335* can be checked against it.                                      00733500
007340* -------------------------------------------------------------   00734000
007350 FindMaster Section.                                              00735000
007360                                                                  00736000
007370     Move "N" to Ws-Master-Found-Switch.                          00737000
007380     Move "N" to Ws-Eof-Switch.                                   00738000
007383     open input Customer-Master-File.                             00738300
007386     if not Ws-Cm-File-Ok and not Ws-Cm-File-Not-Found            00738600
007389        Display "XAENTRY: customer master not available, "        00738900
007392                "entry refused."                                  00739200
007395        Move "Y" to Ws-Refused-Switch                             00739500
007398     end-if                                                       00739800
007401     if Ws-Cm-File-Ok                                             00740100
007410        perform until Ws-At-Eof or Ws-Master-Found                00741000
007420            read Customer-Master-File                             00742000
007430                at end                                            00743000
007440                    Move "Y" to Ws-Eof-Switch                     00744000
007450                not at end                                        00745000
007460                    if Cm-Cust-Id = Ce-Cust-Id                    00746000
007465                       Move "Y" to Ws-Master-Found-Switch         00746500
007470                       Move Customer-Master-Record                00747000
007475                               to Ws-Found-Master                 00747500
007480                    end-if                                        00748000
007490            end-read                                              00749000
007500        end-perform                                               00750000
007510        close Customer-Master-File                                00751000
007520     end-if                                                       00752000
007530     .                                                            00753000
007540                                                                  00754000
007550 FindPolicy Section.                                              00755000
007560                                                                  00756000
007570     Move "N" to Ws-Policy-Found-Switch.                          00757000
007580     Move "N" to Ws-Eof-Switch.                                   00758000
007583     open input Policy-File.                                      00758300
007586     if not Ws-Po-File-Ok and not Ws-Po-File-Not-Found            00758600
007589        Display "XAENTRY: policy file not available, "            00758900
007592                "entry refused."                                  00759200
007595        Move "Y" to Ws-Refused-Switch                             00759500
007598     end-if                                                       00759800
007601     if Ws-Po-File-Ok                                             00760100
007610        perform until Ws-At-Eof or Ws-Policy-Found                00761000
007620            read Policy-File                                      00762000
007630                at end                                            00763000
007640                    Move "Y" to Ws-Eof-Switch                     00764000
007650                not at end                                        00765000
007660                    if Po-Cust-Id = Pe-Cust-Id                    00766000
007670                            and Po-Policy-No = Pe-Policy-No       00767000
007676                       Move "Y" to Ws-Policy-Found-Switch         00767600
007682                       Move Policy-Record to Ws-Found-Policy      00768200
007690                    end-if                                        00769000
007700            end-read                                              00770000
007710        end-perform                                               00771000
007720        close Policy-File                                         00772000
007730     end-if                                                       00773000
007740     .                                                            00774000
007750                                                                  00775000
007760 FindPendingCustTxn Section.                                      00776000
007770                                                                  00777000
007780     Move space to Ws-Pending-Action.                             00778000
007790     Move "N" to Ws-Eof-Switch.                                   00779000
007793     open input Customer-Txn-File.                                00779300
007796     if not Ws-Tx-File-Ok and not Ws-Tx-File-Not-Found            00779600
007799        Display "XAENTRY: customer transaction file not "         00779900
007802                "available, entry refused."                       00780200
007805        Move "Y" to Ws-Refused-Switch                             00780500
007808     end-if                                                       00780800
007811     if Ws-Tx-File-Ok                                             00781100
007820        perform until Ws-At-Eof or not Ws-No-Pending-Txn          00782000
007830            read Customer-Txn-File                                00783000
007840                at end                                            00784000
007850                    Move "Y" to Ws-Eof-Switch                     00785000
007860                not at end                                        00786000
007870                    if Tx-Cust-Id = Ce-Cust-Id                    00787000
007880                       Move Tx-Action to Ws-Pending-Action        00788000
007890                    end-if                                        00789000
007900            end-read                                              00790000
007910        end-perform                                               00791000
007920        close Customer-Txn-File                                   00792000
007930     end-if                                                       00793000
007940     .                                                            00794000
007950                                                                  00795000
007960 FindPendingPolTxn Section.                                       00796000
007970                                                                  00797000
007980     Move space to Ws-Pending-Action.                             00798000
007990     Move "N" to Ws-Eof-Switch.                                   00799000
007993     open input Policy-Txn-File.                                  00799300
007996     if not Ws-Px-File-Ok and not Ws-Px-File-Not-Found            00799600
007999        Display "XAENTRY: policy transaction file not "           00799900
008002                "available, entry refused."                       00800200
008005        Move "Y" to Ws-Refused-Switch                             00800500
008008     end-if                                                       00800800
008011     if Ws-Px-File-Ok                                             00801100
008020        perform until Ws-At-Eof or not Ws-No-Pending-Txn          00802000
008030            read Policy-Txn-File                                  00803000
008040                at end                                            00804000
008050                    Move "Y" to Ws-Eof-Switch                     00805000
008060                not at end                                        00806000
008070                    if Px-Cust-Id = Pe-Cust-Id                    00807000
008080                            and Px-Policy-No = Pe-Policy-No       00808000
008090                       Move Px-Action to Ws-Pending-Action        00809000
008100                    end-if                                        00810000
008110            end-read                                              00811000
008120        end-perform                                               00812000
008130        close Policy-Txn-File                                     00813000
008140     end-if                                                       00814000
008150     .                                                            00815000
008151                                                                  00815100
008152* -------------------------------------------------------------   00815200
008153* A customer delete waits for any policy add or change keyed      00815300
008154* for the customer tonight; cancels go through with it.           00815400
008155* -------------------------------------------------------------   00815500
008156 FindCustomerPolTxn Section.                                      00815600
008157                                                                  00815700
008158     Move "N" to Ws-Cust-Pol-Txn-Switch.                          00815800
008159     Move "N" to Ws-Eof-Switch.                                   00815900
008160     open input Policy-Txn-File.                                  00816000
008161     if not Ws-Px-File-Ok and not Ws-Px-File-Not-Found            00816100
008162        Display "XAENTRY: policy transaction file not "           00816200
008163                "available, entry refused."                       00816300
008164        Move "Y" to Ws-Refused-Switch                             00816400
008165     end-if                                                       00816500
008166     if Ws-Px-File-Ok                                             00816600
008167        perform until Ws-At-Eof or Ws-Cust-Pol-Txn-Pending        00816700
008168            read Policy-Txn-File                                  00816800
008169                at end                                            00816900
008170                    Move "Y" to Ws-Eof-Switch                     00817000
008171                not at end                                        00817100
008172                    if Px-Cust-Id = Ce-Cust-Id and not Px-Cancel  00817200
008173                       Move "Y" to Ws-Cust-Pol-Txn-Switch         00817300
008174                    end-if                                        00817400
008175            end-read                                              00817500
008176        end-perform                                               00817600
008177        close Policy-Txn-File                                     00817700
008178     end-if                                                       00817800
008179     .                                                            00817900
008180                                                                  00818000
008181 WriteJournalRecord Section.                                      00818100
008182                                                                  00818200
008183     Move Ws-Operator-Id to Ej-Operator-Id.                       00818300
008200     Accept Ej-Entry-Date from date YYYYMMDD.                     00820000
008210     Accept Ej-Entry-Time from time.                              00821000
008213     write Entry-Journal-Record.                                  00821300
008216     if not Ws-Ej-File-Ok                                         00821600
008219        Display "XAENTRY: entry journal write failed, status "    00821900
008222                Ws-Ej-File-Status ", session ended."              00822200
008225        Move "Y" to Ws-Done-Switch                                00822500
008228     end-if                                                       00822800
008231     .                                                            00823100
008240                                                                  00824000
008250* -------------------------------------------------------------   00825000
008260* Entries were appended in keying order; XaCmMnt and XaPoMnt      00826000
008270* need them in key order.  Each id has at most one transaction    00827000
008280* a night, so the key is unique and the sort is exact.            00828000
008290* -------------------------------------------------------------   00829000
008300 Finalize Section.                                                00830000
008310                                                                  00831000
008320     close Entry-Journal-File.                                    00832000
008330                                                                  00833000
008340     if Ws-Cust-Txn-Added                                         00834000
008350        sort Customer-Txn-Sort-File                               00835000
008360            on ascending key Cs-Cust-Id                           00836000
008370            using Customer-Txn-File                               00837000
008380            giving Customer-Txn-File                              00838000
008390     end-if                                                       00839000
008400                                                                  00840000
008410     if Ws-Pol-Txn-Added                                          00841000
008420        sort Policy-Txn-Sort-File                                 00842000
008430            on ascending key Ps-Cust-Id Ps-Policy-No              00843000
008440            using Policy-Txn-File                                 00844000
008450            giving Policy-Txn-File                                00845000
008460     end-if                                                       00846000
008470                                                                  00847000
008480     Display "XAENTRY: " Ws-Cust-Entry-Count                      00848000
008490             " customer and " Ws-Pol-Entry-Count                  00849000
008500             " policy transaction(s) written.".                   00850000
008510     Display "XAENTRY: session ended."                            00851000
008520     .                                                            00852000
