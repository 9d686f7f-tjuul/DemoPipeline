000010 Identification division.                                         00001000
000020 Program-id.   XaLossRt.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Loss-ratio report for the chief underwriter.  Sets the claims   00005000
000060* paid off the claims file XaClmMnt maintains against the         00006000
000070* loaded premium XaBilExt billed, so the 0/15/35 loadings in      00007000
000080* TIERBAND can be judged on evidence.  The billing extracts       00008000
000090* for the period (concatenated in any order, trailers and         00009000
000100* all) are sorted into customer order and walked alongside the    00010000
000110* policy and claims files, all ascending by customer id.          00011000
000120* Premium is placed in the tier its billed loading belongs to     00012000
000130* and spread over the customer's products in proportion to        00013000
000140* sum assured, since billing is per customer, not per policy.     00014000
000150* Claims are placed three ways: by the tier of the customer's     00015000
000160* latest billing, by the product the claim was registered         00016000
000170* against, and by the tier the customer held on HISTFILE at       00017000
000180* the claim date (the latest rating on or before it).  Loss       00018000
000190* ratio is claims paid over premium billed, as a percentage;      00019000
000200* the tier-at-claim-date ratio is taken over the premium billed   00020000
000210* in that tier.  Declined claims are counted but carry no paid    00021000
000220* amount and are left out of the claim counts.                    00022000
000222* Products beyond the report table, and a customer's policies     00022200
000224* beyond the policy table, end the step with the warning          00022400
000226* condition code (STEPCC).                                        00022600
000230* -------------------------------------------------------------   00023000
000240 environment division.                                            00024000
000250 Input-Output section.                                            00025000
000260 File-control.                                                    00026000
000270     select Billing-Extract-File assign to BillExtDd              00027000
000280         organization is line sequential                          00028000
000290         file status is Ws-Bl-File-Status.                        00029000
000300                                                                  00030000
000310     select Sorted-Billing-File assign to SrtBillDd               00031000
000320         organization is line sequential                          00032000
000330         file status is Ws-Bq-File-Status.                        00033000
000340                                                                  00034000
000350     select Bill-Sort-File assign to BillWkDd.                    00035000
000360                                                                  00036000
000370     select Policy-File assign to PolFileDd                       00037000
000380         organization is line sequential                          00038000
000390         file status is Ws-Po-File-Status.                        00039000
000400                                                                  00040000
000410     select Claim-File assign to ClmFileDd                        00041000
000420         organization is line sequential                          00042000
000430         file status is Ws-Cl-File-Status.                        00043000
000440                                                                  00044000
000450     select History-File assign to HistFileDd                     00045000
000460         organization is indexed                                  00046000
000470         access mode is dynamic                                   00047000
000480         record key is Hi-Hist-Key                                00048000
000490         file status is Ws-Hi-File-Status.                        00049000
000500                                                                  00050000
000510     select Run-Control-File assign to RunCtlDd                   00051000
000520         organization is line sequential                          00052000
000530         file status is Ws-Rn-File-Status.                        00053000
000540                                                                  00054000
000550     select Loss-Report-File assign to LossRptDd                  00055000
000560         organization is line sequential                          00056000
000570         file status is Ws-Lr-File-Status.                        00057000
000580                                                                  00058000
000590 Data Division.                                                   00059000
000600 File Section.                                                    00060000
000610 Fd  Billing-Extract-File.                                        00061000
000620 copy BILLREC.                                                    00062000
000630                                                                  00063000
000640 Fd  Sorted-Billing-File.                                         00064000
000650 copy BILLREC replacing ==Billing-Extract-Record== by             00065000
000660         ==Sorted-Billing-Record==                                00066000
000670         ==Billing-Trailer-Record== by                            00067000
000680         ==Sorted-Trailer-Record==                                00068000
000690         leading ==Bl-== by ==Bq-==                               00069000
000700         leading ==Bt-== by ==Bu-==.                              00070000
000710                                                                  00071000
000720 Sd  Bill-Sort-File.                                              00072000
000730 copy BILLREC replacing ==Billing-Extract-Record== by             00073000
000740         ==Bill-Sort-Record==                                     00074000
000750         ==Billing-Trailer-Record== by                            00075000
000760         ==Bill-Sort-Trailer==                                    00076000
000770         leading ==Bl-== by ==Bs-==                               00077000
000780         leading ==Bt-== by ==Bv-==.                              00078000
000790                                                                  00079000
000800 Fd  Policy-File.                                                 00080000
000810 copy POLREC.                                                     00081000
000820                                                                  00082000
000830 Fd  Claim-File.                                                  00083000
000840 copy CLAIMREC.                                                   00084000
000850                                                                  00085000
000860 Fd  History-File.                                                00086000
000870 copy HISTREC.                                                    00087000
000880                                                                  00088000
000890 Fd  Run-Control-File.                                            00089000
000900 copy RUNCTLREC.                                                  00090000
000910                                                                  00091000
000920 Fd  Loss-Report-File.                                            00092000
000930 01  Print-Line                  pic x(132).                      00093000
000940                                                                  00094000
000950 Working-Storage Section.                                         00095000
000960 01  Ws-Bl-File-Status           pic x(02).                       00096000
000970     88  Ws-Bl-File-Ok               value "00".                  00097000
000980 01  Ws-Bq-File-Status           pic x(02).                       00098000
000990     88  Ws-Bq-File-Ok               value "00".                  00099000
001000 01  Ws-Po-File-Status           pic x(02).                       00100000
001010     88  Ws-Po-File-Ok               value "00".                  00101000
001020 01  Ws-Cl-File-Status           pic x(02).                       00102000
001030     88  Ws-Cl-File-Ok               value "00".                  00103000
001040 01  Ws-Hi-File-Status           pic x(02).                       00104000
001050     88  Ws-Hi-File-Ok               value "00".                  00105000
001060 01  Ws-Hi-File-Present          pic x(01) value "N".             00106000
001070     88  Ws-Hi-On-File               value "Y".                   00107000
001080 01  Ws-Rn-File-Status           pic x(02).                       00108000
001090     88  Ws-Rn-File-Ok               value "00".                  00109000
001100 01  Ws-Lr-File-Status           pic x(02).                       00110000
001110     88  Ws-Lr-File-Ok               value "00".                  00111000
001120                                                                  00112000
001130 copy TIERBAND.                                                   00113000
001140                                                                  00114000
001150* -------------------------------------------------------------   00115000
001160* Walk keys, one per input, all customer ids one digit wider so   00116000
001170* 9999999 is a clean end-of-file sentinel.                        00117000
001180* -------------------------------------------------------------   00118000
001190 01  Ws-Billing-Key               pic 9(07) value zero.           00119000
001200 01  Ws-Policy-Key                pic 9(07) value zero.           00120000
001210 01  Ws-Claim-Key                 pic 9(07) value zero.           00121000
001220 01  Ws-Current-Key               pic 9(07) value zero.           00122000
001230 01  Ws-Key-Eof                   pic 9(07) value 9999999.        00123000
001240                                                                  00124000
001250 01  Ws-Run-Date                  pic 9(08).                      00125000
001260                                                                  00126000
001270* -------------------------------------------------------------   00127000
001280* Tier accumulators.  Entries 1-3 are LOW, MEDIUM, HIGH; entry    00128000
001290* 4 collects billing at a loading no band carries, claims of      00129000
001300* customers never billed, and (on the claim-date view) claims     00130000
001310* with no rating on HISTFILE on or before the claim date.         00131000
001320* -------------------------------------------------------------   00132000
001330 01  Ws-Tier-Accum.                                               00133000
001340     03  Ws-Tier-Entry occurs 4 times.                            00134000
001350         05  Ws-Ta-Premium        pic 9(11)v99.                   00135000
001360         05  Ws-Ta-Claim-Count    pic 9(09).                      00136000
001370         05  Ws-Ta-Paid           pic 9(11)v99.                   00137000
001380 01  Ws-Hist-Tier-Accum.                                          00138000
001390     03  Ws-Hist-Tier-Entry occurs 4 times.                       00139000
001400         05  Ws-Ha-Claim-Count    pic 9(09).                      00140000
001410         05  Ws-Ha-Paid           pic 9(11)v99.                   00141000
001420 01  Ws-Tier-Names.                                               00142000
001430     03  filler                   pic x(06) value "LOW   ".       00143000
001440     03  filler                   pic x(06) value "MEDIUM".       00144000
001450     03  filler                   pic x(06) value "HIGH  ".       00145000
001460     03  filler                   pic x(06) value "OTHER ".       00146000
001470 01  filler redefines Ws-Tier-Names.                              00147000
001480     03  Ws-Tier-Name             pic x(06) occurs 4 times.       00148000
001490 01  Ws-Tier-Sub                  pic 9(01).                      00149000
001500 01  Ws-Cust-Tier-Sub             pic 9(01).                      00150000
001510 01  Ws-Hist-Tier-Sub             pic 9(01).                      00151000
001520 01  Ws-Cust-Billed-Date          pic 9(08).                      00152000
001530                                                                  00153000
001540* -------------------------------------------------------------   00154000
001550* Product accumulators, built as codes are met; code spaces       00155000
001560* holds premium of customers with no policy to spread it over.    00156000
001570* -------------------------------------------------------------   00157000
001580 01  Ws-Product-Accum.                                            00158000
001590     03  Ws-Pa-Count              pic 9(02) value zero.           00159000
001600     03  Ws-Pa-Entry occurs 60 times.                             00160000
001610         05  Ws-Pa-Product-Code   pic x(04).                      00161000
001620         05  Ws-Pa-Premium        pic 9(11)v99.                   00162000
001630         05  Ws-Pa-Claim-Count    pic 9(09).                      00163000
001640         05  Ws-Pa-Paid           pic 9(11)v99.                   00164000
001650 01  Ws-Pa-Sub                    pic 9(02).                      00165000
001660 01  Ws-Pa-Found-Sub              pic 9(02).                      00166000
001670 01  Ws-Search-Product-Code       pic x(04).                      00167000
001680                                                                  00168000
001690* -------------------------------------------------------------   00169000
001700* One customer's policies, for spreading billed premium.          00170000
001710* -------------------------------------------------------------   00171000
001720 01  Ws-Customer-Policies.                                        00172000
001730     03  Ws-Cp-Count              pic 9(02) value zero.           00173000
001740     03  Ws-Cp-Entry occurs 50 times.                             00174000
001750         05  Ws-Cp-Product-Code   pic x(04).                      00175000
001760         05  Ws-Cp-Sum-Assured    pic 9(12).                      00176000
001770 01  Ws-Cp-Sub                    pic 9(02).                      00177000
001780 01  Ws-Cp-Sum-Assured-Total      pic 9(13).                      00178000
001790 01  Ws-Premium-Share             pic 9(09)v99.                   00179000
001800 01  Ws-Premium-Left              pic 9(09)v99.                   00180000
001810                                                                  00181000
001820 01  Ws-Hist-Done-Switch          pic x(01).                      00182000
001830     88  Ws-Hist-Done                 value "Y".                  00183000
001840 01  Ws-Detail-Read-Switch        pic x(01).                      00184000
001850     88  Ws-Detail-Read               value "Y".                  00185000
001860                                                                  00186000
001870 01  Ws-Billing-Count             pic 9(09) value zero.           00187000
001880 01  Ws-Premium-Total             pic 9(11)v99 value zero.        00188000
001890 01  Ws-Claim-Read-Count          pic 9(09) value zero.           00189000
001900 01  Ws-Claim-Count               pic 9(09) value zero.           00190000
001910 01  Ws-Declined-Count            pic 9(09) value zero.           00191000
001920 01  Ws-Paid-Total                pic 9(11)v99 value zero.        00192000
001930 01  Ws-Product-Overflow-Count    pic 9(09) value zero.           00193000
001932 01  Ws-Policy-Overflow-Count     pic 9(09) value zero.           00193200
001940                                                                  00194000
001950 01  Ws-Line-Premium              pic 9(11)v99.                   00195000
001960 01  Ws-Line-Claim-Count          pic 9(09).                      00196000
001970 01  Ws-Line-Paid                 pic 9(11)v99.                   00197000
001980 01  Ws-Loss-Ratio                pic 9(05)v9.                    00198000
001990                                                                  00199000
002000 01  Ws-Saved-Print-Line          pic x(132).                     00200000
002010 01  Ws-Line-Count                pic 9(03) value 99.             00201000
002020 01  Ws-Page-Count                pic 9(04) value zero.           00202000
002030 01  Ws-Page-Limit                pic 9(03) value 55.             00203000
002040                                                                  00204000
002050 01  Ws-Heading-1.                                                00205000
002060     03  filler                   pic x(10) value "XALOSSRT".     00206000
002070     03  filler                   pic x(35)                       00207000
002080             value "LOSS RATIO BY TIER AND PRODUCT".              00208000
002090     03  filler                   pic x(09) value "RUN DATE".     00209000
002100     03  Ws-H1-Run-Date           pic 9(08).                      00210000
002110     03  filler                   pic x(06) value "  PAGE".       00211000
002120     03  Ws-H1-Page               pic zzz9.                       00212000
002130                                                                  00213000
002140 01  Ws-Loss-Col-Heading.                                         00214000
002150     03  filler                   pic x(10) value "GROUP".        00215000
002160     03  filler                   pic x(08) value " LOADING".     00216000
002170     03  filler            pic x(19) value "     PREMIUM BILLED". 00217000
002180     03  filler                   pic x(12) value "      CLAIMS". 00218000
002190     03  filler            pic x(19) value "        CLAIMS PAID". 00219000
002200     03  filler                   pic x(12) value "  LOSS RATIO". 00220000
002210                                                                  00221000
002220 01  Ws-Loss-Detail.                                              00222000
002230     03  Ws-Ld-Group              pic x(10).                      00223000
002240     03  filler                   pic x(05).                      00224000
002250     03  Ws-Ld-Loading            pic zz9.                        00225000
002260     03  filler                   pic x(01).                      00226000
002270     03  Ws-Ld-Premium            pic zzz,zzz,zzz,zz9.99.         00227000
002280     03  filler                   pic x(01).                      00228000
002290     03  Ws-Ld-Claim-Count        pic zzz,zzz,zz9.                00229000
002300     03  filler                   pic x(01).                      00230000
002310     03  Ws-Ld-Paid               pic zzz,zzz,zzz,zz9.99.         00231000
002320     03  filler                   pic x(05).                      00232000
002330     03  Ws-Ld-Loss-Ratio         pic zzzz9.9.                    00233000
002340     03  Ws-Ld-Pct-Sign           pic x(01).                      00234000
002350                                                                  00235000
002360 01  Ws-Total-Detail.                                             00236000
002370     03  filler                   pic x(04) value spaces.         00237000
002380     03  Ws-Tt-Label              pic x(30) value spaces.         00238000
002390     03  Ws-Tt-Count              pic zzz,zzz,zz9.                00239000
002400                                                                  00240000
002410 01  Ws-Text-Line.                                                00241000
002420     03  Ws-Tx-Text               pic x(72).                      00242000
002430                                                                  00243000
002440 copy RUNSTATREC.                                                 00244000
002442 copy STEPCC.                                                     00244200
002450                                                                  00245000
002460 Procedure division.                                              00246000
002470                                                                  00247000
002480 Main section.                                                    00248000
002490                                                                  00249000
002500     Perform InitReport.                                          00250000
002510     Perform SortBillingExtract.                                  00251000
002520     Perform AccumulateCustomers.                                 00252000
002530     Perform PrintReport.                                         00253000
002540     Perform Finalize.                                            00254000
002542     Move Cc-Step-Condition to Return-Code.                       00254200
002550     Goback.                                                      00255000
002560                                                                  00256000
002570 InitReport Section.                                              00257000
002580                                                                  00258000
002590     perform SetBusinessDate.                                     00259000
002600                                                                  00260000
002610     Move zero to Ws-Tier-Accum.                                  00261000
002620     Move zero to Ws-Hist-Tier-Accum.                             00262000
002630                                                                  00263000
002640     open input Policy-File.                                      00264000
002650     if not Ws-Po-File-Ok                                         00265000
002660        Display "XALOSSRT: policy file open failed, run aborted." 00266000
002662        Move Cc-Hard-Failure to Cc-Step-Condition                 00266200
002664        perform WriteRunStats                                     00266400
002666        Move Cc-Hard-Failure to Return-Code                       00266600
002670        Goback                                                    00267000
002680     end-if                                                       00268000
002690                                                                  00269000
002700     open input Claim-File.                                       00270000
002710     if not Ws-Cl-File-Ok                                         00271000
002720        Display "XALOSSRT: claims file open failed, run aborted." 00272000
002722        Move Cc-Hard-Failure to Cc-Step-Condition                 00272200
002724        perform WriteRunStats                                     00272400
002726        Move Cc-Hard-Failure to Return-Code                       00272600
002730        Goback                                                    00273000
002740     end-if                                                       00274000
002750                                                                  00275000
002760     open input History-File.                                     00276000
002770     if Ws-Hi-File-Ok                                             00277000
002780        Move "Y" to Ws-Hi-File-Present                            00278000
002790     else                                                         00279000
002800        Display "XALOSSRT: history file not available, claims "   00280000
002810                "reported under OTHER at claim date."             00281000
002820     end-if                                                       00282000
002830                                                                  00283000
002840     open output Loss-Report-File.                                00284000
002850     if not Ws-Lr-File-Ok                                         00285000
002860        Display "XALOSSRT: report file open failed, run aborted." 00286000
002862        Move Cc-Hard-Failure to Cc-Step-Condition                 00286200
002864        perform WriteRunStats                                     00286400
002866        Move Cc-Hard-Failure to Return-Code                       00286600
002870        Goback                                                    00287000
002880     end-if                                                       00288000
002890     .                                                            00289000
002900                                                                  00290000
002910 SetBusinessDate Section.                                         00291000
002920                                                                  00292000
002930     Accept Ws-Run-Date from date YYYYMMDD.                       00293000
002940                                                                  00294000
002950     open input Run-Control-File.                                 00295000
002960     if Ws-Rn-File-Ok                                             00296000
002970        read Run-Control-File                                     00297000
002980            at end                                                00298000
002990                continue                                          00299000
003000            not at end                                            00300000
003010                Move Rn-Business-Date to Ws-Run-Date              00301000
003020        end-read                                                  00302000
003030        close Run-Control-File                                    00303000
003040     end-if                                                       00304000
003050     .                                                            00305000
003060                                                                  00306000
003070 SortBillingExtract Section.                                      00307000
003080                                                                  00308000
003090     sort Bill-Sort-File                                          00309000
003100         on ascending key Bs-Cust-Id                              00310000
003110         using Billing-Extract-File                               00311000
003120         giving Sorted-Billing-File.                              00312000
003130                                                                  00313000
003140     open input Sorted-Billing-File.                              00314000
003150     if not Ws-Bq-File-Ok                                         00315000
003160        Display "XALOSSRT: sorted billing extract open failed, "  00316000
003170                "run aborted."                                    00317000
003172        Move Cc-Hard-Failure to Cc-Step-Condition                 00317200
003174        perform WriteRunStats                                     00317400
003176        Move Cc-Hard-Failure to Return-Code                       00317600
003180        Goback                                                    00318000
003190     end-if                                                       00319000
003200     .                                                            00320000
003210                                                                  00321000
003220* -------------------------------------------------------------   00322000
003230* Three-way walk on customer id: the lowest key still on hand     00323000
003240* is the customer taken next, and each file contributes           00324000
003250* whatever it holds for that customer - policies first, so the    00325000
003260* premium can be spread, then billing, so the claims know the     00326000
003270* tier the customer was billed in.                                00327000
003280* -------------------------------------------------------------   00328000
003290 AccumulateCustomers Section.                                     00329000
003300                                                                  00330000
003310     perform ReadBilling.                                         00331000
003320     perform ReadPolicy.                                          00332000
003330     perform ReadClaim.                                           00333000
003340                                                                  00334000
003350     perform until Ws-Billing-Key = Ws-Key-Eof                    00335000
003360             and Ws-Policy-Key = Ws-Key-Eof                       00336000
003370             and Ws-Claim-Key = Ws-Key-Eof                        00337000
003380         Move Ws-Billing-Key to Ws-Current-Key                    00338000
003390         if Ws-Policy-Key < Ws-Current-Key                        00339000
003400            Move Ws-Policy-Key to Ws-Current-Key                  00340000
003410         end-if                                                   00341000
003420         if Ws-Claim-Key < Ws-Current-Key                         00342000
003430            Move Ws-Claim-Key to Ws-Current-Key                   00343000
003440         end-if                                                   00344000
003450         perform AccumulateOneCustomer                            00345000
003460     end-perform                                                  00346000
003470     .                                                            00347000
003480                                                                  00348000
003490 AccumulateOneCustomer Section.                                   00349000
003500                                                                  00350000
003510     Move zero to Ws-Cp-Count.                                    00351000
003520     Move zero to Ws-Cp-Sum-Assured-Total.                        00352000
003530     perform until Ws-Policy-Key not = Ws-Current-Key             00353000
003540         if Ws-Cp-Count < 50                                      00354000
003550            add 1 to Ws-Cp-Count                                  00355000
003560            Move Po-Product-Code                                  00356000
003570                    to Ws-Cp-Product-Code (Ws-Cp-Count)           00357000
003580            Move Po-Sum-Assured to Ws-Cp-Sum-Assured (Ws-Cp-Count)00358000
003590            add Po-Sum-Assured to Ws-Cp-Sum-Assured-Total         00359000
003600         else                                                     00360000
003601            add 1 to Ws-Policy-Overflow-Count                     00360100
003602            Display "XALOSSRT: customer " Ws-Current-Key          00360200
003603                    " policy " Po-Policy-No                       00360300
003604                    " beyond the policy table, not in the split"  00360400
003605         end-if                                                   00360500
003610         perform ReadPolicy                                       00361000
003620     end-perform                                                  00362000
003630                                                                  00363000
003640     Move 4 to Ws-Cust-Tier-Sub.                                  00364000
003650     Move zero to Ws-Cust-Billed-Date.                            00365000
003660     perform until Ws-Billing-Key not = Ws-Current-Key            00366000
003670         perform AccumulateOneBilling                             00367000
003680         perform ReadBilling                                      00368000
003690     end-perform                                                  00369000
003700                                                                  00370000
003710     perform until Ws-Claim-Key not = Ws-Current-Key              00371000
003720         perform AccumulateOneClaim                               00372000
003730         perform ReadClaim                                        00373000
003740     end-perform                                                  00374000
003750     .                                                            00375000
003760                                                                  00376000
003770* -------------------------------------------------------------   00377000
003780* The billed loading places the premium in its tier.  The share   00378000
003790* for each policy is rounded and the last policy takes what is    00379000
003800* left, so the product figures foot to the premium billed.        00380000
003810* -------------------------------------------------------------   00381000
003820 AccumulateOneBilling Section.                                    00382000
003830                                                                  00383000
003840     evaluate Bq-Loading-Pct                                      00384000
003850         when Tb-Low-Loading-Pct                                  00385000
003860             Move 1 to Ws-Tier-Sub                                00386000
003870         when Tb-Medium-Loading-Pct                               00387000
003880             Move 2 to Ws-Tier-Sub                                00388000
003890         when Tb-High-Loading-Pct                                 00389000
003900             Move 3 to Ws-Tier-Sub                                00390000
003910         when other                                               00391000
003920             Move 4 to Ws-Tier-Sub                                00392000
003930     end-evaluate                                                 00393000
003940                                                                  00394000
003950     add 1 to Ws-Billing-Count.                                   00395000
003960     add Bq-Loaded-Premium to Ws-Premium-Total.                   00396000
003970     add Bq-Loaded-Premium to Ws-Ta-Premium (Ws-Tier-Sub).        00397000
003980                                                                  00398000
003990     if Bq-Effective-Date >= Ws-Cust-Billed-Date                  00399000
004000        Move Bq-Effective-Date to Ws-Cust-Billed-Date             00400000
004010        Move Ws-Tier-Sub to Ws-Cust-Tier-Sub                      00401000
004020     end-if                                                       00402000
004030                                                                  00403000
004040     if Ws-Cp-Count = zero or Ws-Cp-Sum-Assured-Total = zero      00404000
004050        Move spaces to Ws-Search-Product-Code                     00405000
004060        perform FindProductEntry                                  00406000
004070        if Ws-Pa-Found-Sub not = zero                             00407000
004080           add Bq-Loaded-Premium                                  00408000
004090                   to Ws-Pa-Premium (Ws-Pa-Found-Sub)             00409000
004100        end-if                                                    00410000
004110     else                                                         00411000
004120        Move Bq-Loaded-Premium to Ws-Premium-Left                 00412000
004130        perform SpreadOnePolicyShare                              00413000
004140            varying Ws-Cp-Sub from 1 by 1                         00414000
004150            until Ws-Cp-Sub > Ws-Cp-Count                         00415000
004160     end-if                                                       00416000
004170     .                                                            00417000
004180                                                                  00418000
004190 SpreadOnePolicyShare Section.                                    00419000
004200                                                                  00420000
004210     if Ws-Cp-Sub = Ws-Cp-Count                                   00421000
004220        Move Ws-Premium-Left to Ws-Premium-Share                  00422000
004230     else                                                         00423000
004240        compute Ws-Premium-Share rounded =                        00424000
004250                Bq-Loaded-Premium * Ws-Cp-Sum-Assured (Ws-Cp-Sub) 00425000
004260                / Ws-Cp-Sum-Assured-Total                         00426000
004270        subtract Ws-Premium-Share from Ws-Premium-Left            00427000
004280     end-if                                                       00428000
004290                                                                  00429000
004300     Move Ws-Cp-Product-Code (Ws-Cp-Sub)                          00430000
004310             to Ws-Search-Product-Code.                           00431000
004320     perform FindProductEntry.                                    00432000
004330     if Ws-Pa-Found-Sub not = zero                                00433000
004340        add Ws-Premium-Share to Ws-Pa-Premium (Ws-Pa-Found-Sub)   00434000
004350     end-if                                                       00435000
004360     .                                                            00436000
004370                                                                  00437000
004380 AccumulateOneClaim Section.                                      00438000
004390                                                                  00439000
004400     add 1 to Ws-Claim-Read-Count.                                00440000
004410     if Cl-Declined                                               00441000
004420        add 1 to Ws-Declined-Count                                00442000
004430     else                                                         00443000
004440        add 1 to Ws-Claim-Count                                   00444000
004450        add Cl-Amount-Paid to Ws-Paid-Total                       00445000
004460                                                                  00446000
004470        add 1 to Ws-Ta-Claim-Count (Ws-Cust-Tier-Sub)             00447000
004480        add Cl-Amount-Paid to Ws-Ta-Paid (Ws-Cust-Tier-Sub)       00448000
004490                                                                  00449000
004500        Move Cl-Product-Code to Ws-Search-Product-Code            00450000
004510        perform FindProductEntry                                  00451000
004520        if Ws-Pa-Found-Sub not = zero                             00452000
004530           add 1 to Ws-Pa-Claim-Count (Ws-Pa-Found-Sub)           00453000
004540           add Cl-Amount-Paid to Ws-Pa-Paid (Ws-Pa-Found-Sub)     00454000
004550        end-if                                                    00455000
004560                                                                  00456000
004570        perform FindTierAtClaimDate                               00457000
004580        add 1 to Ws-Ha-Claim-Count (Ws-Hist-Tier-Sub)             00458000
004590        add Cl-Amount-Paid to Ws-Ha-Paid (Ws-Hist-Tier-Sub)       00459000
004600     end-if                                                       00460000
004610     .                                                            00461000
004620                                                                  00462000
004630* -------------------------------------------------------------   00463000
004640* Hi-Hist-Key is customer id plus rating date, so starting at     00464000
004650* the id with a zero date and reading forward walks that          00465000
004660* customer's ratings oldest to newest; the last one dated on or   00466000
004670* before the claim is the tier the customer held at the time.     00467000
004680* -------------------------------------------------------------   00468000
004690 FindTierAtClaimDate Section.                                     00469000
004700                                                                  00470000
004710     Move 4 to Ws-Hist-Tier-Sub.                                  00471000
004720     if Ws-Hi-On-File                                             00472000
004730        Move Cl-Cust-Id to Hi-Cust-Id                             00473000
004740        Move zero to Hi-Rating-Date                               00474000
004750        start History-File                                        00475000
004760            key is not less than Hi-Hist-Key                      00476000
004770            invalid key                                           00477000
004780                continue                                          00478000
004790        end-start                                                 00479000
004800        Move "N" to Ws-Hist-Done-Switch                           00480000
004810        if not Ws-Hi-File-Ok                                      00481000
004820           Move "Y" to Ws-Hist-Done-Switch                        00482000
004830        end-if                                                    00483000
004840        perform ReadNextHistoryEntry until Ws-Hist-Done           00484000
004850     end-if                                                       00485000
004860     .                                                            00486000
004870                                                                  00487000
004880 ReadNextHistoryEntry Section.                                    00488000
004890                                                                  00489000
004900     read History-File next record                                00490000
004910         at end                                                   00491000
004920             Move "Y" to Ws-Hist-Done-Switch                      00492000
004930         not at end                                               00493000
004940             if Hi-Cust-Id = Cl-Cust-Id                           00494000
004950                     and Hi-Rating-Date <= Cl-Claim-Date          00495000
004960                evaluate Hi-Risk-Tier                             00496000
004970                    when "LOW   "                                 00497000
004980                        Move 1 to Ws-Hist-Tier-Sub                00498000
004990                    when "MEDIUM"                                 00499000
005000                        Move 2 to Ws-Hist-Tier-Sub                00500000
005010                    when "HIGH  "                                 00501000
005020                        Move 3 to Ws-Hist-Tier-Sub                00502000
005030                    when other                                    00503000
005040                        Move 4 to Ws-Hist-Tier-Sub                00504000
005050                end-evaluate                                      00505000
005060             else                                                 00506000
005070                Move "Y" to Ws-Hist-Done-Switch                   00507000
005080             end-if                                               00508000
005090     end-read                                                     00509000
005100     .                                                            00510000
005110                                                                  00511000
005120* -------------------------------------------------------------   00512000
005130* Finds Ws-Search-Product-Code among the product accumulators,    00513000
005140* adding it when first met.  Ws-Pa-Found-Sub is left zero only    00514000
005150* if the table is full, which is counted.                         00515000
005160* -------------------------------------------------------------   00516000
005170 FindProductEntry Section.                                        00517000
005180                                                                  00518000
005190     Move zero to Ws-Pa-Found-Sub.                                00519000
005200     perform varying Ws-Pa-Sub from 1 by 1                        00520000
005210             until Ws-Pa-Sub > Ws-Pa-Count                        00521000
005220         if Ws-Pa-Product-Code (Ws-Pa-Sub) =                      00522000
005230                 Ws-Search-Product-Code                           00523000
005240            Move Ws-Pa-Sub to Ws-Pa-Found-Sub                     00524000
005250            Move Ws-Pa-Count to Ws-Pa-Sub                         00525000
005260         end-if                                                   00526000
005270     end-perform                                                  00527000
005280                                                                  00528000
005290     if Ws-Pa-Found-Sub = zero                                    00529000
005300        if Ws-Pa-Count < 60                                       00530000
005310           add 1 to Ws-Pa-Count                                   00531000
005320           Move Ws-Pa-Count to Ws-Pa-Found-Sub                    00532000
005330           Move Ws-Search-Product-Code                            00533000
005340                   to Ws-Pa-Product-Code (Ws-Pa-Found-Sub)        00534000
005350           Move zero to Ws-Pa-Premium (Ws-Pa-Found-Sub)           00535000
005360           Move zero to Ws-Pa-Claim-Count (Ws-Pa-Found-Sub)       00536000
005370           Move zero to Ws-Pa-Paid (Ws-Pa-Found-Sub)              00537000
005380        else                                                      00538000
005390           add 1 to Ws-Product-Overflow-Count                     00539000
005400        end-if                                                    00540000
005410     end-if                                                       00541000
005420     .                                                            00542000
005430                                                                  00543000
005440* -------------------------------------------------------------   00544000
005450* The trailers sort in with the details; only details count.      00545000
005460* -------------------------------------------------------------   00546000
005470 ReadBilling Section.                                             00547000
005480                                                                  00548000
005490     Move "N" to Ws-Detail-Read-Switch.                           00549000
005500     perform until Ws-Detail-Read                                 00550000
005510             or Ws-Billing-Key = Ws-Key-Eof                       00551000
005520         read Sorted-Billing-File                                 00552000
005530             at end                                               00553000
005540                 Move Ws-Key-Eof to Ws-Billing-Key                00554000
005550             not at end                                           00555000
005560                 if Bq-Detail                                     00556000
005570                    Move Bq-Cust-Id to Ws-Billing-Key             00557000
005580                    Move "Y" to Ws-Detail-Read-Switch             00558000
005590                 end-if                                           00559000
005600         end-read                                                 00560000
005610     end-perform                                                  00561000
005620     .                                                            00562000
005630                                                                  00563000
005640 ReadPolicy Section.                                              00564000
005650                                                                  00565000
005660     read Policy-File                                             00566000
005670         at end                                                   00567000
005680             Move Ws-Key-Eof to Ws-Policy-Key                     00568000
005690         not at end                                               00569000
005700             Move Po-Cust-Id to Ws-Policy-Key                     00570000
005710     end-read                                                     00571000
005720     .                                                            00572000
005730                                                                  00573000
005740 ReadClaim Section.                                               00574000
005750                                                                  00575000
005760     read Claim-File                                              00576000
005770         at end                                                   00577000
005780             Move Ws-Key-Eof to Ws-Claim-Key                      00578000
005790         not at end                                               00579000
005800             Move Cl-Cust-Id to Ws-Claim-Key                      00580000
005810     end-read                                                     00581000
005820     .                                                            00582000
005830                                                                  00583000
005840 PrintReport Section.                                             00584000
005850                                                                  00585000
005860     perform PrintTierLossRatio.                                  00586000
005870     perform PrintProductLossRatio.                               00587000
005880     perform PrintClaimDateLossRatio.                             00588000
005890     perform PrintTotals                                          00589000
005900     .                                                            00590000
005910                                                                  00591000
005920 PrintTierLossRatio Section.                                      00592000
005930                                                                  00593000
005940     Move spaces to Ws-Tx-Text.                                   00594000
005950     Move "LOSS RATIO BY RISK TIER BILLED" to Ws-Tx-Text.         00595000
005960     perform WriteTextLine.                                       00596000
005970     Move spaces to Print-Line.                                   00597000
005980     Move Ws-Loss-Col-Heading to Print-Line.                      00598000
005990     perform WritePrintLine.                                      00599000
006000                                                                  00600000
006010     perform PrintOneTierLine                                     00601000
006020         varying Ws-Tier-Sub from 1 by 1                          00602000
006030         until Ws-Tier-Sub > 4                                    00603000
006040     .                                                            00604000
006050                                                                  00605000
006060 PrintOneTierLine Section.                                        00606000
006070                                                                  00607000
006080     Move spaces to Ws-Loss-Detail.                               00608000
006090     Move Ws-Tier-Name (Ws-Tier-Sub) to Ws-Ld-Group.              00609000
006100     perform MoveTierLoading.                                     00610000
006110     Move Ws-Ta-Premium (Ws-Tier-Sub) to Ws-Line-Premium.         00611000
006120     Move Ws-Ta-Claim-Count (Ws-Tier-Sub) to Ws-Line-Claim-Count. 00612000
006130     Move Ws-Ta-Paid (Ws-Tier-Sub) to Ws-Line-Paid.               00613000
006140     perform WriteLossDetail                                      00614000
006150     .                                                            00615000
006160                                                                  00616000
006170 PrintProductLossRatio Section.                                   00617000
006180                                                                  00618000
006190     Move spaces to Print-Line.                                   00619000
006200     perform WritePrintLine.                                      00620000
006210     Move spaces to Ws-Tx-Text.                                   00621000
006220     Move "LOSS RATIO BY PRODUCT CODE" to Ws-Tx-Text.             00622000
006230     perform WriteTextLine.                                       00623000
006240     Move spaces to Print-Line.                                   00624000
006250     Move Ws-Loss-Col-Heading to Print-Line.                      00625000
006260     perform WritePrintLine.                                      00626000
006270                                                                  00627000
006280     perform PrintOneProductLine                                  00628000
006290         varying Ws-Pa-Sub from 1 by 1                            00629000
006300         until Ws-Pa-Sub > Ws-Pa-Count                            00630000
006310     .                                                            00631000
006320                                                                  00632000
006330 PrintOneProductLine Section.                                     00633000
006340                                                                  00634000
006350     Move spaces to Ws-Loss-Detail.                               00635000
006360     if Ws-Pa-Product-Code (Ws-Pa-Sub) = spaces                   00636000
006370        Move "NO POLICY" to Ws-Ld-Group                           00637000
006380     else                                                         00638000
006390        Move Ws-Pa-Product-Code (Ws-Pa-Sub) to Ws-Ld-Group        00639000
006400     end-if                                                       00640000
006410     Move Ws-Pa-Premium (Ws-Pa-Sub) to Ws-Line-Premium.           00641000
006420     Move Ws-Pa-Claim-Count (Ws-Pa-Sub) to Ws-Line-Claim-Count.   00642000
006430     Move Ws-Pa-Paid (Ws-Pa-Sub) to Ws-Line-Paid.                 00643000
006440     perform WriteLossDetail                                      00644000
006450     .                                                            00645000
006460                                                                  00646000
006470 PrintClaimDateLossRatio Section.                                 00647000
006480                                                                  00648000
006490     Move spaces to Print-Line.                                   00649000
006500     perform WritePrintLine.                                      00650000
006510     Move spaces to Ws-Tx-Text.                                   00651000
006520     Move "LOSS RATIO BY TIER HELD AT CLAIM DATE (HISTFILE)"      00652000
006530             to Ws-Tx-Text.                                       00653000
006540     perform WriteTextLine.                                       00654000
006550     Move spaces to Print-Line.                                   00655000
006560     Move Ws-Loss-Col-Heading to Print-Line.                      00656000
006570     perform WritePrintLine.                                      00657000
006580                                                                  00658000
006590     perform PrintOneClaimDateLine                                00659000
006600         varying Ws-Tier-Sub from 1 by 1                          00660000
006610         until Ws-Tier-Sub > 4                                    00661000
006620     .                                                            00662000
006630                                                                  00663000
006640 PrintOneClaimDateLine Section.                                   00664000
006650                                                                  00665000
006660     Move spaces to Ws-Loss-Detail.                               00666000
006670     Move Ws-Tier-Name (Ws-Tier-Sub) to Ws-Ld-Group.              00667000
006680     perform MoveTierLoading.                                     00668000
006690     Move Ws-Ta-Premium (Ws-Tier-Sub) to Ws-Line-Premium.         00669000
006700     Move Ws-Ha-Claim-Count (Ws-Tier-Sub) to Ws-Line-Claim-Count. 00670000
006710     Move Ws-Ha-Paid (Ws-Tier-Sub) to Ws-Line-Paid.               00671000
006720     perform WriteLossDetail                                      00672000
006730     .                                                            00673000
006740                                                                  00674000
006750 MoveTierLoading Section.                                         00675000
006760                                                                  00676000
006770     evaluate Ws-Tier-Sub                                         00677000
006780         when 1                                                   00678000
006790             Move Tb-Low-Loading-Pct to Ws-Ld-Loading             00679000
006800         when 2                                                   00680000
006810             Move Tb-Medium-Loading-Pct to Ws-Ld-Loading          00681000
006820         when 3                                                   00682000
006830             Move Tb-High-Loading-Pct to Ws-Ld-Loading            00683000
006840     end-evaluate                                                 00684000
006850     .                                                            00685000
006860                                                                  00686000
006870* -------------------------------------------------------------   00687000
006880* A group with no premium billed has no ratio to show; a ratio    00688000
006890* too large for the column prints as all nines.                   00689000
006900* -------------------------------------------------------------   00690000
006910 WriteLossDetail Section.                                         00691000
006920                                                                  00692000
006930     Move Ws-Line-Premium to Ws-Ld-Premium.                       00693000
006940     Move Ws-Line-Claim-Count to Ws-Ld-Claim-Count.               00694000
006950     Move Ws-Line-Paid to Ws-Ld-Paid.                             00695000
006960     if Ws-Line-Premium > zero                                    00696000
006970        compute Ws-Loss-Ratio rounded =                           00697000
006980                Ws-Line-Paid * 100 / Ws-Line-Premium              00698000
006990            on size error                                         00699000
007000                Move 99999.9 to Ws-Loss-Ratio                     00700000
007010        end-compute                                               00701000
007020        Move Ws-Loss-Ratio to Ws-Ld-Loss-Ratio                    00702000
007030        Move "%" to Ws-Ld-Pct-Sign                                00703000
007040     end-if                                                       00704000
007050                                                                  00705000
007060     Move spaces to Print-Line.                                   00706000
007070     Move Ws-Loss-Detail to Print-Line.                           00707000
007080     perform WritePrintLine                                       00708000
007090     .                                                            00709000
007100                                                                  00710000
007110 PrintTotals Section.                                             00711000
007120                                                                  00712000
007130     Move spaces to Print-Line.                                   00713000
007140     perform WritePrintLine.                                      00714000
007150     Move spaces to Ws-Loss-Detail.                               00715000
007160     Move "ALL" to Ws-Ld-Group.                                   00716000
007170     Move Ws-Premium-Total to Ws-Line-Premium.                    00717000
007180     Move Ws-Claim-Count to Ws-Line-Claim-Count.                  00718000
007190     Move Ws-Paid-Total to Ws-Line-Paid.                          00719000
007200     perform WriteLossDetail.                                     00720000
007210                                                                  00721000
007220     Move spaces to Print-Line.                                   00722000
007230     perform WritePrintLine.                                      00723000
007240     Move "BILLING DETAILS READ" to Ws-Tt-Label.                  00724000
007250     Move Ws-Billing-Count to Ws-Tt-Count.                        00725000
007260     perform WriteTotalLine.                                      00726000
007270     Move "CLAIMS READ" to Ws-Tt-Label.                           00727000
007280     Move Ws-Claim-Read-Count to Ws-Tt-Count.                     00728000
007290     perform WriteTotalLine.                                      00729000
007300     Move "CLAIMS DECLINED, NOT COUNTED" to Ws-Tt-Label.          00730000
007310     Move Ws-Declined-Count to Ws-Tt-Count.                       00731000
007320     perform WriteTotalLine.                                      00732000
007330                                                                  00733000
007340     if Ws-Product-Overflow-Count > zero                          00734000
007350        Move "PRODUCT TABLE FULL, NOT SHOWN" to Ws-Tt-Label       00735000
007360        Move Ws-Product-Overflow-Count to Ws-Tt-Count             00736000
007370        perform WriteTotalLine                                    00737000
007380     end-if                                                       00738000
007381                                                                  00738100
007382     if Ws-Policy-Overflow-Count > zero                           00738200
007383        Move "POLICY TABLE FULL, NOT SPLIT" to Ws-Tt-Label        00738300
007384        Move Ws-Policy-Overflow-Count to Ws-Tt-Count              00738400
007385        perform WriteTotalLine                                    00738500
007386     end-if                                                       00738600
007390     .                                                            00739000
007400                                                                  00740000
007410 WriteTextLine Section.                                           00741000
007420                                                                  00742000
007430     Move spaces to Print-Line.                                   00743000
007440     Move Ws-Text-Line to Print-Line.                             00744000
007450     perform WritePrintLine                                       00745000
007460     .                                                            00746000
007470                                                                  00747000
007480 WriteTotalLine Section.                                          00748000
007490                                                                  00749000
007500     Move spaces to Print-Line.                                   00750000
007510     Move Ws-Total-Detail to Print-Line.                          00751000
007520     perform WritePrintLine                                       00752000
007530     .                                                            00753000
007540                                                                  00754000
007550* -------------------------------------------------------------   00755000
007560* All report output funnels through here so the page heading      00756000
007570* and line counting live in one place.                            00757000
007580* -------------------------------------------------------------   00758000
007590 WritePrintLine Section.                                          00759000
007600                                                                  00760000
007610     if Ws-Line-Count >= Ws-Page-Limit                            00761000
007620        perform WritePageHeading                                  00762000
007630     end-if                                                       00763000
007640     write Print-Line after advancing 1 line.                     00764000
007650     add 1 to Ws-Line-Count                                       00765000
007660     .                                                            00766000
007670                                                                  00767000
007680 WritePageHeading Section.                                        00768000
007690                                                                  00769000
007700     Move Print-Line to Ws-Saved-Print-Line.                      00770000
007710     add 1 to Ws-Page-Count.                                      00771000
007720     Move Ws-Run-Date to Ws-H1-Run-Date.                          00772000
007730     Move Ws-Page-Count to Ws-H1-Page.                            00773000
007740                                                                  00774000
007750     if Ws-Page-Count = 1                                         00775000
007760        write Print-Line from Ws-Heading-1                        00776000
007770                after advancing 1 line                            00777000
007780     else                                                         00778000
007790        write Print-Line from Ws-Heading-1                        00779000
007800                after advancing page                              00780000
007810     end-if                                                       00781000
007820     Move spaces to Print-Line.                                   00782000
007830     write Print-Line after advancing 1 line.                     00783000
007840     Move Ws-Saved-Print-Line to Print-Line.                      00784000
007850     Move 2 to Ws-Line-Count                                      00785000
007860     .                                                            00786000
007870                                                                  00787000
007880 Finalize Section.                                                00788000
007890                                                                  00789000
007900     close Sorted-Billing-File.                                   00790000
007910     close Policy-File.                                           00791000
007920     close Claim-File.                                            00792000
007930     if Ws-Hi-On-File                                             00793000
007940        close History-File                                        00794000
007950     end-if                                                       00795000
007960     close Loss-Report-File.                                      00796000
007970                                                                  00797000
007980     Display "XALOSSRT: " Ws-Billing-Count " billing detail(s), " 00798000
007990             Ws-Claim-Read-Count " claim(s) read, "               00799000
008000             "premium " Ws-Premium-Total ", paid " Ws-Paid-Total  00800000
008010             ".".                                                 00801000
008020                                                                  00802000
008030     perform SetStepCondition                                     00803000
008032     perform WriteRunStats                                        00803200
008040     .                                                            00804000
008050                                                                  00805000
008060 WriteRunStats Section.                                           00806000
008070                                                                  00807000
008080     Move "XALOSSRT" to Rs-Program-Id.                            00808000
008090     Move Ws-Run-Date to Rs-Business-Date.                        00809000
008100     Move Ws-Claim-Read-Count to Rs-In-Count.                     00810000
008110     Move Ws-Claim-Count to Rs-Out-Count.                         00811000
008120     Move Ws-Declined-Count to Rs-Reject-Count.                   00812000
008130     Move "C" to Rs-Completion-Status.                            00813000
008132     Move Cc-Step-Condition to Rs-Condition-Code.                 00813200
008134     if Cc-Step-Condition = Cc-Hard-Failure                       00813400
008136        Move "E" to Rs-Completion-Status                          00813600
008138     end-if                                                       00813800
008140     call "XaStatWr" using Run-Stats-Record                       00814000
008150     .                                                            00815000
008160                                                                  00816000
008170 SetStepCondition Section.                                        00817000
008180                                                                  00818000
008190     if Ws-Product-Overflow-Count > zero                          00819000
008192             or Ws-Policy-Overflow-Count > zero                   00819200
008200        Move Cc-Warning to Cc-Step-Condition                      00820000
008210     else                                                         00821000
008220        Move Cc-Clean to Cc-Step-Condition                        00822000
008230     end-if                                                       00823000
008240     .                                                            00824000
