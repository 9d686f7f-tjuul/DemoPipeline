000010 Identification division.                                         00001000
000020 Program-id.   XaRefChk.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Weekly referential integrity sweep.  Deleting a customer in     00005000
000060* XaCmMnt removes only the master record, so the policies, the    00006000
000070* underwriter override, the suspense item and the history of a    00007000
000080* deleted customer are left behind.  Every one of those files is  00008000
000090* ascending by customer id, so each is walked against the         00009000
000100* customer master in turn (the master is reopened for each        00010000
000110* pass) and every record whose customer the master no longer      00011000
000120* carries is printed as an orphan of its type.  The policy pass   00012000
000130* also lists the reverse case: customers on the master with no    00013000
000140* policy at all.  In CLEAN mode (REFPARMREC) the sweep writes a   00014000
000150* cancel transaction for each orphaned policy and a write-off     00015000
000160* for each orphaned suspense item still open, on files of its     00016000
000170* own that the weekly XaPoMnt and XaSusUpd runs apply - the       00017000
000180* sweep itself never updates a file.  There is no transaction     00018000
000190* to remove an override, so orphaned overrides are printed        00019000
000200* first and end the step out of balance: a reused customer id     00020000
000210* would inherit the stale override.  Any other orphan or a        00021000
000220* customer without policies ends it with a warning (STEPCC).      00022000
000230* -------------------------------------------------------------   00023000
000240 environment division.                                            00024000
000250 Input-Output section.                                            00025000
000260 File-control.                                                    00026000
000270     select Customer-Master-File assign to CustMstDd              00027000
000280         organization is line sequential                          00028000
000290         file status is Ws-Cm-File-Status.                        00029000
000300                                                                  00030000
000310     select Policy-File assign to PolFileDd                       00031000
000320         organization is line sequential                          00032000
000330         file status is Ws-Po-File-Status.                        00033000
000340                                                                  00034000
000350     select Override-File assign to OvrdFileDd                    00035000
000360         organization is indexed                                  00036000
000370         access mode is sequential                                00037000
000380         record key is Ov-Cust-Id                                 00038000
000390         file status is Ws-Ov-File-Status.                        00039000
000400                                                                  00040000
000410     select Suspense-File assign to SuspFileDd                    00041000
000420         organization is indexed                                  00042000
000430         access mode is sequential                                00043000
000440         record key is Su-Cust-Id                                 00044000
000450         file status is Ws-Su-File-Status.                        00045000
000460                                                                  00046000
000470     select History-File assign to HistFileDd                     00047000
000480         organization is indexed                                  00048000
000490         access mode is sequential                                00049000
000500         record key is Hi-Hist-Key                                00050000
000510         file status is Ws-Hi-File-Status.                        00051000
000520                                                                  00052000
000530     select Integrity-Parm-File assign to RefParmDd               00053000
000540         organization is line sequential                          00054000
000550         file status is Ws-Ip-File-Status.                        00055000
000560                                                                  00056000
000570     select Run-Control-File assign to RunCtlDd                   00057000
000580         organization is line sequential                          00058000
000590         file status is Ws-Rn-File-Status.                        00059000
000600                                                                  00060000
000610     select Policy-Txn-File assign to RefPolTxDd                  00061000
000620         organization is line sequential                          00062000
000630         file status is Ws-Px-File-Status.                        00063000
000640                                                                  00064000
000650     select Suspense-Txn-File assign to RefSusTxDd                00065000
000660         organization is line sequential                          00066000
000670         file status is Ws-St-File-Status.                        00067000
000680                                                                  00068000
000690     select Integrity-Report-File assign to RefRptDd              00069000
000700         organization is line sequential                          00070000
000710         file status is Ws-Rr-File-Status.                        00071000
000720                                                                  00072000
000730 Data Division.                                                   00073000
000740 File Section.                                                    00074000
000750 Fd  Customer-Master-File.                                        00075000
000760 copy CUSTREC.                                                    00076000
000770                                                                  00077000
000780 Fd  Policy-File.                                                 00078000
000790 copy POLREC.                                                     00079000
000800                                                                  00080000
000810 Fd  Override-File.                                               00081000
000820 copy OVRDREC.                                                    00082000
000830                                                                  00083000
000840 Fd  Suspense-File.                                               00084000
000850 copy SUSPREC.                                                    00085000
000860                                                                  00086000
000870 Fd  History-File.                                                00087000
000880 copy HISTREC.                                                    00088000
000890                                                                  00089000
000900 Fd  Integrity-Parm-File.                                         00090000
000910 copy REFPARMREC.                                                 00091000
000920                                                                  00092000
000930 Fd  Run-Control-File.                                            00093000
000940 copy RUNCTLREC.                                                  00094000
000950                                                                  00095000
000960 Fd  Policy-Txn-File.                                             00096000
000970 copy POLTXNREC.                                                  00097000
000980                                                                  00098000
000990 Fd  Suspense-Txn-File.                                           00099000
001000 copy SUSTXNREC.                                                  00100000
001010                                                                  00101000
001020 Fd  Integrity-Report-File.                                       00102000
001030 01  Print-Line                  pic x(132).                      00103000
001040                                                                  00104000
001050 Working-Storage Section.                                         00105000
001060 01  Ws-Cm-File-Status           pic x(02).                       00106000
001070     88  Ws-Cm-File-Ok               value "00".                  00107000
001080 01  Ws-Po-File-Status           pic x(02).                       00108000
001090     88  Ws-Po-File-Ok               value "00".                  00109000
001100 01  Ws-Ov-File-Status           pic x(02).                       00110000
001110     88  Ws-Ov-File-Ok               value "00".                  00111000
001120 01  Ws-Su-File-Status           pic x(02).                       00112000
001130     88  Ws-Su-File-Ok               value "00".                  00113000
001140 01  Ws-Hi-File-Status           pic x(02).                       00114000
001150     88  Ws-Hi-File-Ok               value "00".                  00115000
001160 01  Ws-Ip-File-Status           pic x(02).                       00116000
001170     88  Ws-Ip-File-Ok               value "00".                  00117000
001180 01  Ws-Rn-File-Status           pic x(02).                       00118000
001190     88  Ws-Rn-File-Ok               value "00".                  00119000
001200 01  Ws-Px-File-Status           pic x(02).                       00120000
001210     88  Ws-Px-File-Ok               value "00".                  00121000
001220 01  Ws-St-File-Status           pic x(02).                       00122000
001230     88  Ws-St-File-Ok               value "00".                  00123000
001240 01  Ws-Rr-File-Status           pic x(02).                       00124000
001250     88  Ws-Rr-File-Ok               value "00".                  00125000
001260                                                                  00126000
001270 01  Ws-Eof-Switch                pic x(01).                      00127000
001280     88  Ws-At-Eof                    value "Y".                  00128000
001290 01  Ws-Cm-Eof-Switch             pic x(01).                      00129000
001300     88  Ws-Cm-At-Eof                 value "Y".                  00130000
001310                                                                  00131000
001320 01  Ws-Sweep-Mode                pic x(06) value "REPORT".       00132000
001330     88  Ws-Report-Only               value "REPORT".             00133000
001340     88  Ws-Write-Cleanup             value "CLEAN ".             00134000
001350                                                                  00135000
001360 01  Ws-Run-Date                  pic 9(08).                      00136000
001370 01  Ws-Walk-Cust-Id              pic 9(06) value zero.           00137000
001380                                                                  00138000
001390 01  Ws-Pass-Switch               pic x(01) value space.          00139000
001400     88  Ws-Policy-Pass               value "P".                  00140000
001410                                                                  00141000
001420* -------------------------------------------------------------   00142000
001430* Set when the policy pass matches a policy to the master         00143000
001440* record in hand, so a master record the pass moves beyond        00144000
001450* without it set is a customer with no policy.                    00145000
001460* -------------------------------------------------------------   00146000
001470 01  Ws-Has-Policy-Switch         pic x(01).                      00147000
001480     88  Ws-Has-Policy                value "Y".                  00148000
001490                                                                  00149000
001500* -------------------------------------------------------------   00150000
001510* History is keyed customer id + rating date, so one deleted      00151000
001520* customer can leave many records; they are counted under the     00152000
001530* orphan customer id held here and printed as one line when       00153000
001540* the id changes.                                                 00154000
001550* -------------------------------------------------------------   00155000
001560 01  Ws-Hist-Orphan-Switch        pic x(01) value "N".            00156000
001570     88  Ws-Hist-Orphan-Held          value "Y".                  00157000
001580 01  Ws-Hist-Orphan-Id            pic 9(06) value zero.           00158000
001590 01  Ws-Hist-Orphan-Records       pic 9(09) value zero.           00159000
001600 01  Ws-Hist-Orphan-Last-Date     pic 9(08) value zero.           00160000
001610                                                                  00161000
001620 01  Ws-Master-Count              pic 9(09) value zero.           00162000
001630 01  Ws-Policy-Count              pic 9(09) value zero.           00163000
001640 01  Ws-Override-Count            pic 9(09) value zero.           00164000
001650 01  Ws-Suspense-Count            pic 9(09) value zero.           00165000
001660 01  Ws-History-Count             pic 9(09) value zero.           00166000
001670 01  Ws-Orphan-Policy-Count       pic 9(09) value zero.           00167000
001680 01  Ws-Orphan-Override-Count     pic 9(09) value zero.           00168000
001690 01  Ws-Orphan-Suspense-Count     pic 9(09) value zero.           00169000
001700 01  Ws-Orphan-History-Count      pic 9(09) value zero.           00170000
001710 01  Ws-Orphan-Hist-Cust-Count    pic 9(09) value zero.           00171000
001720 01  Ws-No-Policy-Count           pic 9(09) value zero.           00172000
001730 01  Ws-Cancel-Written-Count      pic 9(09) value zero.           00173000
001740 01  Ws-Write-Off-Written-Count   pic 9(09) value zero.           00174000
001750                                                                  00175000
001760 copy RUNSTATREC.                                                 00176000
001770 copy STEPCC.                                                     00177000
001780                                                                  00178000
001790 01  Ws-Saved-Print-Line          pic x(132).                     00179000
001800 01  Ws-Line-Count                pic 9(03) value 99.             00180000
001810 01  Ws-Page-Count                pic 9(04) value zero.           00181000
001820 01  Ws-Page-Limit                pic 9(03) value 55.             00182000
001830                                                                  00183000
001840 01  Ws-Heading-1.                                                00184000
001850     03  filler            pic x(10) value "XAREFCHK".            00185000
001860     03  filler            pic x(36)                              00186000
001870             value "REFERENTIAL INTEGRITY SWEEP".                 00187000
001880     03  filler            pic x(09) value "RUN DATE".            00188000
001890     03  Ws-H1-Run-Date           pic 9(08).                      00189000
001900     03  filler            pic x(06) value "  PAGE".              00190000
001910     03  Ws-H1-Page               pic zzz9.                       00191000
001920                                                                  00192000
001930 01  Ws-Detail-Col-Heading.                                       00193000
001940     03  filler            pic x(10) value "CUSTOMER".            00194000
001950     03  filler            pic x(12) value "TYPE".                00195000
001960     03  filler            pic x(22) value "REFERENCE".           00196000
001970     03  filler            pic x(10) value "DATE".                00197000
001980     03  filler            pic x(30) value "ACTION".              00198000
001990                                                                  00199000
002000 01  Ws-Orphan-Detail.                                            00200000
002010     03  Ws-Od-Cust-Id            pic 9(06) value zero.           00201000
002020     03  filler            pic x(04) value spaces.                00202000
002030     03  Ws-Od-Type               pic x(10) value spaces.         00203000
002040     03  filler            pic x(02) value spaces.                00204000
002050     03  Ws-Od-Ref-Label          pic x(10) value spaces.         00205000
002060     03  Ws-Od-Ref-Value          pic x(10) value spaces.         00206000
002070     03  filler            pic x(02) value spaces.                00207000
002080     03  Ws-Od-Date               pic x(08) value spaces.         00208000
002090     03  filler            pic x(02) value spaces.                00209000
002100     03  Ws-Od-Action             pic x(30) value spaces.         00210000
002110                                                                  00211000
002120 01  Ws-Total-Detail.                                             00212000
002130     03  filler            pic x(04) value spaces.                00213000
002140     03  Ws-Tt-Label              pic x(34) value spaces.         00214000
002150     03  Ws-Tt-Count              pic zzz,zzz,zz9.                00215000
002160                                                                  00216000
002170 01  Ws-Text-Line.                                                00217000
002180     03  Ws-Tx-Text               pic x(72).                      00218000
002190                                                                  00219000
002200 Procedure division.                                              00220000
002210                                                                  00221000
002220 Main section.                                                    00222000
002230                                                                  00223000
002240     Perform InitSweep.                                           00224000
002250     Perform CheckOverrides.                                      00225000
002260     Perform CheckPolicies.                                       00226000
002270     Perform CheckSuspense.                                       00227000
002280     Perform CheckHistory.                                        00228000
002290     Perform PrintSummary.                                        00229000
002300     Perform Finalize.                                            00230000
002310     Move Cc-Step-Condition to Return-Code.                       00231000
002320     Goback.                                                      00232000
002330                                                                  00233000
002340 InitSweep Section.                                               00234000
002350                                                                  00235000
002360     perform SetBusinessDate.                                     00236000
002370     perform ReadSweepParm.                                       00237000
002380                                                                  00238000
002390     open output Integrity-Report-File.                           00239000
002400     if not Ws-Rr-File-Ok                                         00240000
002410        Display "XAREFCHK: integrity report open failed, "        00241000
002420                "run aborted."                                    00242000
002430        Move Cc-Hard-Failure to Cc-Step-Condition                 00243000
002440        perform WriteRunStats                                     00244000
002450        Move Cc-Hard-Failure to Return-Code                       00245000
002460        Goback                                                    00246000
002470     end-if                                                       00247000
002480                                                                  00248000
002490* -------------------------------------------------------------   00249000
002500* The transaction files are only created in CLEAN mode, so a      00250000
002510* REPORT run cannot leave an empty file behind to be mistaken     00251000
002520* for a cleanup that found nothing.                               00252000
002530* -------------------------------------------------------------   00253000
002540     if Ws-Write-Cleanup                                          00254000
002550        open output Policy-Txn-File                               00255000
002560        if not Ws-Px-File-Ok                                      00256000
002570           Display "XAREFCHK: policy transaction file open "      00257000
002580                   "failed, run aborted."                         00258000
002590           Move Cc-Hard-Failure to Cc-Step-Condition              00259000
002600           perform WriteRunStats                                  00260000
002610           Move Cc-Hard-Failure to Return-Code                    00261000
002620           Goback                                                 00262000
002630        end-if                                                    00263000
002640        open output Suspense-Txn-File                             00264000
002650        if not Ws-St-File-Ok                                      00265000
002660           Display "XAREFCHK: suspense transaction file open "    00266000
002670                   "failed, run aborted."                         00267000
002680           Move Cc-Hard-Failure to Cc-Step-Condition              00268000
002690           perform WriteRunStats                                  00269000
002700           Move Cc-Hard-Failure to Return-Code                    00270000
002710           Goback                                                 00271000
002720        end-if                                                    00272000
002730     end-if                                                       00273000
002740     .                                                            00274000
002750                                                                  00275000
002760 SetBusinessDate Section.                                         00276000
002770                                                                  00277000
002780     Accept Ws-Run-Date from date YYYYMMDD.                       00278000
002790                                                                  00279000
002800     open input Run-Control-File.                                 00280000
002810     if Ws-Rn-File-Ok                                             00281000
002820        read Run-Control-File                                     00282000
002830            at end                                                00283000
002840                continue                                          00284000
002850            not at end                                            00285000
002860                Move Rn-Business-Date to Ws-Run-Date              00286000
002870        end-read                                                  00287000
002880        close Run-Control-File                                    00288000
002890     end-if                                                       00289000
002900     .                                                            00290000
002910                                                                  00291000
002920* -------------------------------------------------------------   00292000
002930* The parameter file is optional and anything but CLEAN is        00293000
002940* taken as REPORT: writing cleanup transactions is the one        00294000
002950* thing this step must never do by default.                       00295000
002960* -------------------------------------------------------------   00296000
002970 ReadSweepParm Section.                                           00297000
002980                                                                  00298000
002990     open input Integrity-Parm-File.                              00299000
003000     if Ws-Ip-File-Ok                                             00300000
003010        read Integrity-Parm-File                                  00301000
003020            at end                                                00302000
003030                continue                                          00303000
003040            not at end                                            00304000
003050                if Ip-Write-Cleanup                               00305000
003060                   Move Ip-Sweep-Mode to Ws-Sweep-Mode            00306000
003070                end-if                                            00307000
003080        end-read                                                  00308000
003090        close Integrity-Parm-File                                 00309000
003100     end-if                                                       00310000
003110                                                                  00311000
003120     Display "XAREFCHK: sweep mode " Ws-Sweep-Mode "."            00312000
003130     .                                                            00313000
003140                                                                  00314000
003150* -------------------------------------------------------------   00315000
003160* Every pass starts the customer master again from the top.       00316000
003170* Without the master every record would look orphaned, so a       00317000
003180* master that will not open ends the run.                         00318000
003190* -------------------------------------------------------------   00319000
003200 OpenMaster Section.                                              00320000
003210                                                                  00321000
003220     Move "N" to Ws-Cm-Eof-Switch.                                00322000
003230     open input Customer-Master-File.                             00323000
003240     if not Ws-Cm-File-Ok                                         00324000
003250        Display "XAREFCHK: customer master open failed, "         00325000
003260                "run aborted."                                    00326000
003270        Move Cc-Hard-Failure to Cc-Step-Condition                 00327000
003280        perform WriteRunStats                                     00328000
003290        Move Cc-Hard-Failure to Return-Code                       00329000
003300        Goback                                                    00330000
003310     end-if                                                       00331000
003320     perform ReadMaster                                           00332000
003330     .                                                            00333000
003340                                                                  00334000
003350 ReadMaster Section.                                              00335000
003360                                                                  00336000
003370     read Customer-Master-File                                    00337000
003380         at end                                                   00338000
003390             Move "Y" to Ws-Cm-Eof-Switch                         00339000
003400         not at end                                               00340000
003410             if Ws-Policy-Pass                                    00341000
003420                add 1 to Ws-Master-Count                          00342000
003430             end-if                                               00343000
003440     end-read                                                     00344000
003450     Move "N" to Ws-Has-Policy-Switch                             00345000
003460     .                                                            00346000
003470                                                                  00347000
003480* -------------------------------------------------------------   00348000
003490* Advances the master until it reaches the customer id in         00349000
003500* Ws-Walk-Cust-Id.  On the policy pass a master record left       00350000
003510* behind with no policy matched is reported on the way past.      00351000
003520* -------------------------------------------------------------   00352000
003530 AdvanceMaster Section.                                           00353000
003540                                                                  00354000
003550     perform until Ws-Cm-At-Eof or Cm-Cust-Id >= Ws-Walk-Cust-Id  00355000
003560         perform PassMasterRecord                                 00356000
003570     end-perform                                                  00357000
003580     .                                                            00358000
003590                                                                  00359000
003600 PassMasterRecord Section.                                        00360000
003610                                                                  00361000
003620     if Ws-Policy-Pass and not Ws-Has-Policy                      00362000
003630        perform ReportNoPolicy                                    00363000
003640     end-if                                                       00364000
003650     perform ReadMaster                                           00365000
003660     .                                                            00366000
003670                                                                  00367000
003680* -------------------------------------------------------------   00368000
003690* Overrides first: they are the orphans that do harm, because     00369000
003700* XaRsDrv applies an override to whichever customer next          00370000
003710* carries the id.  There is no transaction to remove one, so      00371000
003720* the desk deletes them from the report.                          00372000
003730* -------------------------------------------------------------   00373000
003740 CheckOverrides Section.                                          00374000
003750                                                                  00375000
003760     open input Override-File.                                    00376000
003770     if not Ws-Ov-File-Ok                                         00377000
003780        Display "XAREFCHK: override file open failed, "           00378000
003790                "run aborted."                                    00379000
003800        Move Cc-Hard-Failure to Cc-Step-Condition                 00380000
003810        perform WriteRunStats                                     00381000
003820        Move Cc-Hard-Failure to Return-Code                       00382000
003830        Goback                                                    00383000
003840     end-if                                                       00384000
003850     perform OpenMaster.                                          00385000
003860                                                                  00386000
003870     Move "ORPHANED OVERRIDES - CUSTOMER NOT ON MASTER"           00387000
003880             to Ws-Tx-Text.                                       00388000
003890     perform WriteSectionHeading.                                 00389000
003900                                                                  00390000
003910     Move "N" to Ws-Eof-Switch.                                   00391000
003920     perform until Ws-At-Eof                                      00392000
003930         read Override-File next record                           00393000
003940             at end                                               00394000
003950                 Move "Y" to Ws-Eof-Switch                        00395000
003960             not at end                                           00396000
003970                 perform CheckOneOverride                         00397000
003980         end-read                                                 00398000
003990     end-perform                                                  00399000
004000                                                                  00400000
004010     close Override-File.                                         00401000
004020     close Customer-Master-File                                   00402000
004030     .                                                            00403000
004040                                                                  00404000
004050 CheckOneOverride Section.                                        00405000
004060                                                                  00406000
004070     add 1 to Ws-Override-Count.                                  00407000
004080     Move Ov-Cust-Id to Ws-Walk-Cust-Id.                          00408000
004090     perform AdvanceMaster.                                       00409000
004100                                                                  00410000
004110     if Ws-Cm-At-Eof or Cm-Cust-Id > Ov-Cust-Id                   00411000
004120        add 1 to Ws-Orphan-Override-Count                         00412000
004130        Move Ov-Cust-Id to Ws-Od-Cust-Id                          00413000
004140        Move "OVERRIDE" to Ws-Od-Type                             00414000
004150        Move "RISC" to Ws-Od-Ref-Label                            00415000
004160        Move Ov-Override-Risc to Ws-Od-Ref-Value                  00416000
004170        Move Ov-Override-Date to Ws-Od-Date                       00417000
004180        Move "DELETE BEFORE ID IS REUSED" to Ws-Od-Action         00418000
004190        perform WriteOrphanLine                                   00419000
004200     end-if                                                       00420000
004210     .                                                            00421000
004220                                                                  00422000
004230* -------------------------------------------------------------   00423000
004240* Policies are ascending by customer id and policy number, the    00424000
004250* same order XaPoMnt applies its transactions in, so cancels      00425000
004260* written straight off this walk need no sort.                    00426000
004270* -------------------------------------------------------------   00427000
004280 CheckPolicies Section.                                           00428000
004290                                                                  00429000
004300     open input Policy-File.                                      00430000
004310     if not Ws-Po-File-Ok                                         00431000
004320        Display "XAREFCHK: policy file open failed, "             00432000
004330                "run aborted."                                    00433000
004340        Move Cc-Hard-Failure to Cc-Step-Condition                 00434000
004350        perform WriteRunStats                                     00435000
004360        Move Cc-Hard-Failure to Return-Code                       00436000
004370        Goback                                                    00437000
004380     end-if                                                       00438000
004390     Move "P" to Ws-Pass-Switch.                                  00439000
004400     perform OpenMaster.                                          00440000
004410                                                                  00441000
004420     Move "ORPHANED POLICIES AND CUSTOMERS WITH NO POLICY"        00442000
004430             to Ws-Tx-Text.                                       00443000
004440     perform WriteSectionHeading.                                 00444000
004450                                                                  00445000
004460     Move "N" to Ws-Eof-Switch.                                   00446000
004470     perform until Ws-At-Eof                                      00447000
004480         read Policy-File                                         00448000
004490             at end                                               00449000
004500                 Move "Y" to Ws-Eof-Switch                        00450000
004510             not at end                                           00451000
004520                 perform CheckOnePolicy                           00452000
004530         end-read                                                 00453000
004540     end-perform                                                  00454000
004550                                                                  00455000
004560     perform until Ws-Cm-At-Eof                                   00456000
004570         perform PassMasterRecord                                 00457000
004580     end-perform                                                  00458000
004590                                                                  00459000
004600     Move space to Ws-Pass-Switch.                                00460000
004610     close Policy-File.                                           00461000
004620     close Customer-Master-File                                   00462000
004630     .                                                            00463000
004640                                                                  00464000
004650 CheckOnePolicy Section.                                          00465000
004660                                                                  00466000
004670     add 1 to Ws-Policy-Count.                                    00467000
004680     Move Po-Cust-Id to Ws-Walk-Cust-Id.                          00468000
004690     perform AdvanceMaster.                                       00469000
004700                                                                  00470000
004710     if not Ws-Cm-At-Eof and Cm-Cust-Id = Po-Cust-Id              00471000
004720        Move "Y" to Ws-Has-Policy-Switch                          00472000
004730     else                                                         00473000
004740        add 1 to Ws-Orphan-Policy-Count                           00474000
004750        Move Po-Cust-Id to Ws-Od-Cust-Id                          00475000
004760        Move "POLICY" to Ws-Od-Type                               00476000
004770        Move "POLICY NO" to Ws-Od-Ref-Label                       00477000
004780        Move Po-Policy-No to Ws-Od-Ref-Value                      00478000
004790        Move Po-Inception-Date to Ws-Od-Date                      00479000
004800        if Ws-Write-Cleanup                                       00480000
004810           perform WritePolicyCancel                              00481000
004820           Move "CANCEL WRITTEN FOR XAPOMNT" to Ws-Od-Action      00482000
004830        else                                                      00483000
004840           Move "CANCEL NEEDED" to Ws-Od-Action                   00484000
004850        end-if                                                    00485000
004860        perform WriteOrphanLine                                   00486000
004870     end-if                                                       00487000
004880     .                                                            00488000
004890                                                                  00489000
004900 WritePolicyCancel Section.                                       00490000
004910                                                                  00491000
004920     Move spaces to Policy-Txn-Record.                            00492000
004930     Move "X" to Px-Action.                                       00493000
004940     Move Po-Cust-Id to Px-Cust-Id.                               00494000
004950     Move Po-Policy-No to Px-Policy-No.                           00495000
004960     Move Po-Product-Code to Px-Product-Code.                     00496000
004970     Move Po-Sum-Assured to Px-Sum-Assured.                       00497000
004980     Move Po-Inception-Date to Px-Inception-Date.                 00498000
004990     write Policy-Txn-Record.                                     00499000
005000     add 1 to Ws-Cancel-Written-Count                             00500000
005010     .                                                            00501000
005020                                                                  00502000
005030 ReportNoPolicy Section.                                          00503000
005040                                                                  00504000
005050     add 1 to Ws-No-Policy-Count.                                 00505000
005060     Move Cm-Cust-Id to Ws-Od-Cust-Id.                            00506000
005070     Move "NO POLICY" to Ws-Od-Type.                              00507000
005080     Move "AGE" to Ws-Od-Ref-Label.                               00508000
005090     Move Cm-Age to Ws-Od-Ref-Value.                              00509000
005100     Move spaces to Ws-Od-Date.                                   00510000
005110     Move "REVIEW - CUSTOMER HAS NO COVER" to Ws-Od-Action.       00511000
005120     perform WriteOrphanLine                                      00512000
005130     .                                                            00513000
005140                                                                  00514000
005150* -------------------------------------------------------------   00515000
005160* Only an open item (new or under review) needs closing; a        00516000
005170* corrected or written-off item is reported but left alone,       00517000
005180* since XaSusUpd would simply restamp it.                         00518000
005190* -------------------------------------------------------------   00519000
005200 CheckSuspense Section.                                           00520000
005210                                                                  00521000
005220     open input Suspense-File.                                    00522000
005230     if not Ws-Su-File-Ok                                         00523000
005240        Display "XAREFCHK: suspense file open failed, "           00524000
005250                "run aborted."                                    00525000
005260        Move Cc-Hard-Failure to Cc-Step-Condition                 00526000
005270        perform WriteRunStats                                     00527000
005280        Move Cc-Hard-Failure to Return-Code                       00528000
005290        Goback                                                    00529000
005300     end-if                                                       00530000
005310     perform OpenMaster.                                          00531000
005320                                                                  00532000
005330     Move "ORPHANED SUSPENSE ITEMS" to Ws-Tx-Text.                00533000
005340     perform WriteSectionHeading.                                 00534000
005350                                                                  00535000
005360     Move "N" to Ws-Eof-Switch.                                   00536000
005370     perform until Ws-At-Eof                                      00537000
005380         read Suspense-File next record                           00538000
005390             at end                                               00539000
005400                 Move "Y" to Ws-Eof-Switch                        00540000
005410             not at end                                           00541000
005420                 perform CheckOneSuspenseItem                     00542000
005430         end-read                                                 00543000
005440     end-perform                                                  00544000
005450                                                                  00545000
005460     close Suspense-File.                                         00546000
005470     close Customer-Master-File                                   00547000
005480     .                                                            00548000
005490                                                                  00549000
005500 CheckOneSuspenseItem Section.                                    00550000
005510                                                                  00551000
005520     add 1 to Ws-Suspense-Count.                                  00552000
005530     Move Su-Cust-Id to Ws-Walk-Cust-Id.                          00553000
005540     perform AdvanceMaster.                                       00554000
005550                                                                  00555000
005560     if Ws-Cm-At-Eof or Cm-Cust-Id > Su-Cust-Id                   00556000
005570        add 1 to Ws-Orphan-Suspense-Count                         00557000
005580        Move Su-Cust-Id to Ws-Od-Cust-Id                          00558000
005590        Move "SUSPENSE" to Ws-Od-Type                             00559000
005600        Move "STATUS" to Ws-Od-Ref-Label                          00560000
005610        Move Su-Status to Ws-Od-Ref-Value                         00561000
005620        Move Su-First-Seen-Date to Ws-Od-Date                     00562000
005630        evaluate true                                             00563000
005640            when not Su-Status-Open                               00564000
005650                Move "ALREADY CLOSED" to Ws-Od-Action             00565000
005660            when Ws-Write-Cleanup                                 00566000
005670                perform WriteSuspenseWriteOff                     00567000
005680                Move "WRITE-OFF WRITTEN FOR XASUSUPD"             00568000
005690                        to Ws-Od-Action                           00569000
005700            when other                                            00570000
005710                Move "WRITE-OFF NEEDED" to Ws-Od-Action           00571000
005720        end-evaluate                                              00572000
005730        perform WriteOrphanLine                                   00573000
005740     end-if                                                       00574000
005750     .                                                            00575000
005760                                                                  00576000
005770 WriteSuspenseWriteOff Section.                                   00577000
005780                                                                  00578000
005790     Move Su-Cust-Id to St-Cust-Id.                               00579000
005800     Move "W" to St-New-Status.                                   00580000
005810     write Suspense-Txn-Record.                                   00581000
005820     add 1 to Ws-Write-Off-Written-Count                          00582000
005830     .                                                            00583000
005840                                                                  00584000
005850* -------------------------------------------------------------   00585000
005860* History is left for the purge: XaHstPrg ages it off, and the    00586000
005870* audit trail of a deleted customer is not the sweep's to         00587000
005880* remove.  The count is reported so the desk knows it is there.   00588000
005890* -------------------------------------------------------------   00589000
005900 CheckHistory Section.                                            00590000
005910                                                                  00591000
005920     open input History-File.                                     00592000
005930     if not Ws-Hi-File-Ok                                         00593000
005940        Display "XAREFCHK: history file open failed, "            00594000
005950                "run aborted."                                    00595000
005960        Move Cc-Hard-Failure to Cc-Step-Condition                 00596000
005970        perform WriteRunStats                                     00597000
005980        Move Cc-Hard-Failure to Return-Code                       00598000
005990        Goback                                                    00599000
006000     end-if                                                       00600000
006010     perform OpenMaster.                                          00601000
006020                                                                  00602000
006030     Move "ORPHANED HISTORY - ONE LINE PER CUSTOMER"              00603000
006040             to Ws-Tx-Text.                                       00604000
006050     perform WriteSectionHeading.                                 00605000
006060                                                                  00606000
006070     Move "N" to Ws-Eof-Switch.                                   00607000
006080     perform until Ws-At-Eof                                      00608000
006090         read History-File next record                            00609000
006100             at end                                               00610000
006110                 Move "Y" to Ws-Eof-Switch                        00611000
006120             not at end                                           00612000
006130                 perform CheckOneHistoryRecord                    00613000
006140         end-read                                                 00614000
006150     end-perform                                                  00615000
006160     perform FlushHistoryOrphan.                                  00616000
006170                                                                  00617000
006180     close History-File.                                          00618000
006190     close Customer-Master-File                                   00619000
006200     .                                                            00620000
006210                                                                  00621000
006220 CheckOneHistoryRecord Section.                                   00622000
006230                                                                  00623000
006240     add 1 to Ws-History-Count.                                   00624000
006250     Move Hi-Cust-Id to Ws-Walk-Cust-Id.                          00625000
006260     perform AdvanceMaster.                                       00626000
006270                                                                  00627000
006280     if Ws-Cm-At-Eof or Cm-Cust-Id > Hi-Cust-Id                   00628000
006290        add 1 to Ws-Orphan-History-Count                          00629000
006300        if Ws-Hist-Orphan-Held                                    00630000
006310                and Hi-Cust-Id not = Ws-Hist-Orphan-Id            00631000
006320           perform FlushHistoryOrphan                             00632000
006330        end-if                                                    00633000
006340        if not Ws-Hist-Orphan-Held                                00634000
006350           Move "Y" to Ws-Hist-Orphan-Switch                      00635000
006360           Move Hi-Cust-Id to Ws-Hist-Orphan-Id                   00636000
006370           Move zero to Ws-Hist-Orphan-Records                    00637000
006380        end-if                                                    00638000
006390        add 1 to Ws-Hist-Orphan-Records                           00639000
006400        Move Hi-Rating-Date to Ws-Hist-Orphan-Last-Date           00640000
006410     end-if                                                       00641000
006420     .                                                            00642000
006430                                                                  00643000
006440 FlushHistoryOrphan Section.                                      00644000
006450                                                                  00645000
006460     if Ws-Hist-Orphan-Held                                       00646000
006470        add 1 to Ws-Orphan-Hist-Cust-Count                        00647000
006480        Move Ws-Hist-Orphan-Id to Ws-Od-Cust-Id                   00648000
006490        Move "HISTORY" to Ws-Od-Type                              00649000
006500        Move "RECORDS" to Ws-Od-Ref-Label                         00650000
006510        Move Ws-Hist-Orphan-Records to Ws-Od-Ref-Value            00651000
006520        Move Ws-Hist-Orphan-Last-Date to Ws-Od-Date               00652000
006530        Move "LEFT FOR XAHSTPRG" to Ws-Od-Action                  00653000
006540        perform WriteOrphanLine                                   00654000
006550        Move "N" to Ws-Hist-Orphan-Switch                         00655000
006560     end-if                                                       00656000
006570     .                                                            00657000
006580                                                                  00658000
006590 WriteSectionHeading Section.                                     00659000
006600                                                                  00660000
006610     Move spaces to Print-Line.                                   00661000
006620     perform WritePrintLine.                                      00662000
006630     perform WriteTextLine.                                       00663000
006640     Move spaces to Print-Line.                                   00664000
006650     Move Ws-Detail-Col-Heading to Print-Line.                    00665000
006660     perform WritePrintLine                                       00666000
006670     .                                                            00667000
006680                                                                  00668000
006690 WriteOrphanLine Section.                                         00669000
006700                                                                  00670000
006710     Move spaces to Print-Line.                                   00671000
006720     Move Ws-Orphan-Detail to Print-Line.                         00672000
006730     perform WritePrintLine                                       00673000
006740     .                                                            00674000
006750                                                                  00675000
006760 PrintSummary Section.                                            00676000
006770                                                                  00677000
006780     Move spaces to Print-Line.                                   00678000
006790     perform WritePrintLine.                                      00679000
006800                                                                  00680000
006810     Move "CUSTOMERS ON MASTER" to Ws-Tt-Label.                   00681000
006820     Move Ws-Master-Count to Ws-Tt-Count.                         00682000
006830     perform WriteTotalLine.                                      00683000
006840     Move "CUSTOMERS WITH NO POLICY" to Ws-Tt-Label.              00684000
006850     Move Ws-No-Policy-Count to Ws-Tt-Count.                      00685000
006860     perform WriteTotalLine.                                      00686000
006870     Move "OVERRIDES ON FILE" to Ws-Tt-Label.                     00687000
006880     Move Ws-Override-Count to Ws-Tt-Count.                       00688000
006890     perform WriteTotalLine.                                      00689000
006900     Move "  ORPHANED" to Ws-Tt-Label.                            00690000
006910     Move Ws-Orphan-Override-Count to Ws-Tt-Count.                00691000
006920     perform WriteTotalLine.                                      00692000
006930     Move "POLICIES ON FILE" to Ws-Tt-Label.                      00693000
006940     Move Ws-Policy-Count to Ws-Tt-Count.                         00694000
006950     perform WriteTotalLine.                                      00695000
006960     Move "  ORPHANED" to Ws-Tt-Label.                            00696000
006970     Move Ws-Orphan-Policy-Count to Ws-Tt-Count.                  00697000
006980     perform WriteTotalLine.                                      00698000
006990     Move "  CANCELS WRITTEN" to Ws-Tt-Label.                     00699000
007000     Move Ws-Cancel-Written-Count to Ws-Tt-Count.                 00700000
007010     perform WriteTotalLine.                                      00701000
007020     Move "SUSPENSE ITEMS ON FILE" to Ws-Tt-Label.                00702000
007030     Move Ws-Suspense-Count to Ws-Tt-Count.                       00703000
007040     perform WriteTotalLine.                                      00704000
007050     Move "  ORPHANED" to Ws-Tt-Label.                            00705000
007060     Move Ws-Orphan-Suspense-Count to Ws-Tt-Count.                00706000
007070     perform WriteTotalLine.                                      00707000
007080     Move "  WRITE-OFFS WRITTEN" to Ws-Tt-Label.                  00708000
007090     Move Ws-Write-Off-Written-Count to Ws-Tt-Count.              00709000
007100     perform WriteTotalLine.                                      00710000
007110     Move "HISTORY RECORDS ON FILE" to Ws-Tt-Label.               00711000
007120     Move Ws-History-Count to Ws-Tt-Count.                        00712000
007130     perform WriteTotalLine.                                      00713000
007140     Move "  ORPHANED" to Ws-Tt-Label.                            00714000
007150     Move Ws-Orphan-History-Count to Ws-Tt-Count.                 00715000
007160     perform WriteTotalLine.                                      00716000
007170     Move "  ORPHANED CUSTOMER IDS" to Ws-Tt-Label.               00717000
007180     Move Ws-Orphan-Hist-Cust-Count to Ws-Tt-Count.               00718000
007190     perform WriteTotalLine                                       00719000
007200     .                                                            00720000
007210                                                                  00721000
007220 WriteTextLine Section.                                           00722000
007230                                                                  00723000
007240     Move spaces to Print-Line.                                   00724000
007250     Move Ws-Text-Line to Print-Line.                             00725000
007260     perform WritePrintLine                                       00726000
007270     .                                                            00727000
007280                                                                  00728000
007290 WriteTotalLine Section.                                          00729000
007300                                                                  00730000
007310     Move spaces to Print-Line.                                   00731000
007320     Move Ws-Total-Detail to Print-Line.                          00732000
007330     perform WritePrintLine                                       00733000
007340     .                                                            00734000
007350                                                                  00735000
007360* -------------------------------------------------------------   00736000
007370* All report output funnels through here so the page heading      00737000
007380* and line counting live in one place.                            00738000
007390* -------------------------------------------------------------   00739000
007400 WritePrintLine Section.                                          00740000
007410                                                                  00741000
007420     if Ws-Line-Count >= Ws-Page-Limit                            00742000
007430        perform WritePageHeading                                  00743000
007440     end-if                                                       00744000
007450     write Print-Line after advancing 1 line.                     00745000
007460     add 1 to Ws-Line-Count                                       00746000
007470     .                                                            00747000
007480                                                                  00748000
007490 WritePageHeading Section.                                        00749000
007500                                                                  00750000
007510     Move Print-Line to Ws-Saved-Print-Line.                      00751000
007520     add 1 to Ws-Page-Count.                                      00752000
007530     Move Ws-Run-Date to Ws-H1-Run-Date.                          00753000
007540     Move Ws-Page-Count to Ws-H1-Page.                            00754000
007550                                                                  00755000
007560     if Ws-Page-Count = 1                                         00756000
007570        write Print-Line from Ws-Heading-1                        00757000
007580                after advancing 1 line                            00758000
007590     else                                                         00759000
007600        write Print-Line from Ws-Heading-1                        00760000
007610                after advancing page                              00761000
007620     end-if                                                       00762000
007630     Move spaces to Print-Line.                                   00763000
007640     write Print-Line after advancing 1 line.                     00764000
007650     Move Ws-Saved-Print-Line to Print-Line.                      00765000
007660     Move 2 to Ws-Line-Count                                      00766000
007670     .                                                            00767000
007680                                                                  00768000
007690 Finalize Section.                                                00769000
007700                                                                  00770000
007710     close Integrity-Report-File.                                 00771000
007720     if Ws-Write-Cleanup                                          00772000
007730        close Policy-Txn-File                                     00773000
007740        close Suspense-Txn-File                                   00774000
007750     end-if                                                       00775000
007760                                                                  00776000
007770     Display "XAREFCHK: " Ws-Orphan-Override-Count                00777000
007780             " orphan override(s), "                              00778000
007790             Ws-Orphan-Policy-Count " orphan policy record(s), "  00779000
007800             Ws-Orphan-Suspense-Count " orphan suspense item(s), "00780000
007810             Ws-Orphan-Hist-Cust-Count                            00781000
007820             " customer(s) with orphan history, "                 00782000
007830             Ws-No-Policy-Count " customer(s) with no policy."    00783000
007840                                                                  00784000
007850     perform SetStepCondition.                                    00785000
007860     perform WriteRunStats                                        00786000
007870     .                                                            00787000
007880                                                                  00788000
007890* -------------------------------------------------------------   00789000
007900* In is the customers on the master, out the cleanup              00790000
007910* transactions written, reject every orphan found.                00791000
007920* -------------------------------------------------------------   00792000
007930 WriteRunStats Section.                                           00793000
007940                                                                  00794000
007950     Move "XAREFCHK" to Rs-Program-Id.                            00795000
007960     Move Ws-Run-Date to Rs-Business-Date.                        00796000
007970     Move Ws-Master-Count to Rs-In-Count.                         00797000
007980     compute Rs-Out-Count =                                       00798000
007990             Ws-Cancel-Written-Count + Ws-Write-Off-Written-Count.00799000
008000     compute Rs-Reject-Count =                                    00800000
008010             Ws-Orphan-Override-Count + Ws-Orphan-Policy-Count    00801000
008020             + Ws-Orphan-Suspense-Count + Ws-Orphan-History-Count.00802000
008030     Move "C" to Rs-Completion-Status.                            00803000
008040     Move Cc-Step-Condition to Rs-Condition-Code.                 00804000
008050     if Cc-Step-Condition = Cc-Hard-Failure                       00805000
008060        Move "E" to Rs-Completion-Status                          00806000
008070     end-if                                                       00807000
008080     call "XaStatWr" using Run-Stats-Record                       00808000
008090     .                                                            00809000
008100                                                                  00810000
008110 SetStepCondition Section.                                        00811000
008120                                                                  00812000
008130     evaluate true                                                00813000
008140         when Ws-Orphan-Override-Count > zero                     00814000
008150             Move Cc-Out-Of-Balance to Cc-Step-Condition          00815000
008160         when Ws-Orphan-Policy-Count > zero                       00816000
008170                 or Ws-Orphan-Suspense-Count > zero               00817000
008180                 or Ws-Orphan-History-Count > zero                00818000
008190                 or Ws-No-Policy-Count > zero                     00819000
008200             Move Cc-Warning to Cc-Step-Condition                 00820000
008210         when other                                               00821000
008220             Move Cc-Clean to Cc-Step-Condition                   00822000
008230     end-evaluate                                                 00823000
008240     .                                                            00824000
