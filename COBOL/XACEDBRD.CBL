000010 Identification division.                                         00001000
000020 Program-id.   XaCedBrd.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Monthly reinsurance cession bordereau.  Reads the validated     00005000
000060* policy file that XaPoEdit writes, ascending by customer and     00006000
000070* policy number, alongside the sorted, deduplicated risk          00007000
000080* report for each customer's current tier, and rolls every        00008000
000090* customer's sum assured up by product code.  The treaty table    00009000
000100* gives the retention and the ceded premium rate per product      00010000
000110* and tier; wherever a customer's total for a product exceeds     00011000
000120* the retention for the tier the customer is rated in, the        00012000
000130* excess is ceded and priced at the treaty rate per mille.        00013000
000140* One bordereau detail record goes to the reinsurer per ceded     00014000
000150* customer and product, closed by a trailer carrying the          00015000
000160* counts and totals.  Policies whose customer was never rated,    00016000
000170* and products or tiers the treaty does not cover, are counted    00017000
000180* and reported rather than silently left out.  The bordereau      00018000
000190* month is that of the run-control business date.                 00019000
000192* Customers never rated, holdings without treaty cover, and the   00019200
000194* policies of a customer holding more products than the product   00019400
000195* table takes, are reported and end the step with the warning     00019500
000196* condition code (STEPCC), so a short bordereau is never sent     00019600
000197* without someone being told.                                     00019700
000200* -------------------------------------------------------------   00020000
000210 environment division.                                            00021000
000220 Input-Output section.                                            00022000
000230 File-control.                                                    00023000
000240     select Valid-Policy-File assign to PolValDd                  00024000
000250         organization is line sequential                          00025000
000260         file status is Ws-Po-File-Status.                        00026000
000270                                                                  00027000
000280     select Sorted-Risk-File assign to SrtRiskDd                  00028000
000290         organization is line sequential                          00029000
000300         file status is Ws-Sq-File-Status.                        00030000
000310                                                                  00031000
000320     select Treaty-File assign to TreatyDd                        00032000
000330         organization is line sequential                          00033000
000340         file status is Ws-Ty-File-Status.                        00034000
000350                                                                  00035000
000360     select Run-Control-File assign to RunCtlDd                   00036000
000370         organization is line sequential                          00037000
000380         file status is Ws-Rn-File-Status.                        00038000
000390                                                                  00039000
000400     select Bordereau-File assign to BordxDd                      00040000
000410         organization is line sequential                          00041000
000420         file status is Ws-Bd-File-Status.                        00042000
000430                                                                  00043000
000440 Data Division.                                                   00044000
000450 File Section.                                                    00045000
000460 Fd  Valid-Policy-File.                                           00046000
000470 copy POLREC.                                                     00047000
000480                                                                  00048000
000490 Fd  Sorted-Risk-File.                                            00049000
000500 copy RISKREC replacing ==Risk-Report-Record== by                 00050000
000510         ==Sorted-Risk-Record==                                   00051000
000520         leading ==Rr-== by ==Sq-==.                              00052000
000530                                                                  00053000
000540 Fd  Treaty-File.                                                 00054000
000550 copy TRTYREC.                                                    00055000
000560                                                                  00056000
000570 Fd  Run-Control-File.                                            00057000
000580 copy RUNCTLREC.                                                  00058000
000590                                                                  00059000
000600 Fd  Bordereau-File.                                              00060000
000610 copy BORDREC.                                                    00061000
000620                                                                  00062000
000630 Working-Storage Section.                                         00063000
000640 01  Ws-Po-File-Status           pic x(02).                       00064000
000650     88  Ws-Po-File-Ok               value "00".                  00065000
000660 01  Ws-Sq-File-Status           pic x(02).                       00066000
000670     88  Ws-Sq-File-Ok               value "00".                  00067000
000680 01  Ws-Ty-File-Status           pic x(02).                       00068000
000690     88  Ws-Ty-File-Ok               value "00".                  00069000
000700 01  Ws-Rn-File-Status           pic x(02).                       00070000
000710     88  Ws-Rn-File-Ok               value "00".                  00071000
000720 01  Ws-Bd-File-Status           pic x(02).                       00072000
000730     88  Ws-Bd-File-Ok               value "00".                  00073000
000740                                                                  00074000
000750 01  Ws-Po-Eof-Switch             pic x(01) value "N".            00075000
000760     88  Ws-Po-At-Eof                 value "Y".                  00076000
000770 01  Ws-Sq-Eof-Switch             pic x(01) value "N".            00077000
000780     88  Ws-Sq-At-Eof                 value "Y".                  00078000
000790 01  Ws-Ty-Eof-Switch             pic x(01) value "N".            00079000
000800     88  Ws-Ty-At-Eof                 value "Y".                  00080000
000810 01  Ws-Treaty-Load-Switch        pic x(01) value "Y".            00081000
000820     88  Ws-Treaty-Load-Ok            value "Y".                  00082000
000830 01  Ws-Risk-Found-Switch         pic x(01).                      00083000
000840     88  Ws-Risk-Found                value "Y".                  00084000
000850 01  Ws-Customer-Ceded-Switch     pic x(01).                      00085000
000860     88  Ws-Customer-Ceded            value "Y".                  00086000
000870                                                                  00087000
000880 01  Ws-Run-Date                  pic 9(08).                      00088000
000890 01  filler redefines Ws-Run-Date.                                00089000
000900     03  Ws-Run-Month-Part        pic 9(06).                      00090000
000910     03  filler                   pic 9(02).                      00091000
000920                                                                  00092000
000930* -------------------------------------------------------------   00093000
000940* The treaty table, one entry per product and tier; 150 covers    00094000
000950* every product the factor table can hold in all three tiers.     00095000
000960* -------------------------------------------------------------   00096000
000970 01  Ws-Treaty-Table.                                             00097000
000980     03  Ws-Treaty-Count          pic 9(03) value zero.           00098000
000990     03  Ws-Treaty-Entry occurs 150 times.                        00099000
001000         05  Ws-Tt-Product-Code   pic x(04).                      00100000
001010         05  Ws-Tt-Risk-Tier      pic x(06).                      00101000
001020         05  Ws-Tt-Retention      pic 9(09).                      00102000
001030         05  Ws-Tt-Rate-Pml       pic 9(03)v9(04).                00103000
001040 01  Ws-Tt-Sub                    pic 9(03).                      00104000
001050 01  Ws-Treaty-Sub                pic 9(03).                      00105000
001060 01  Ws-Search-Product-Code       pic x(04).                      00106000
001070 01  Ws-Search-Risk-Tier          pic x(06).                      00107000
001080                                                                  00108000
001090* -------------------------------------------------------------   00109000
001100* One customer's policies rolled up by product code.              00110000
001110* -------------------------------------------------------------   00111000
001120 01  Ws-Customer-Products.                                        00112000
001130     03  Ws-Cp-Count              pic 9(02) value zero.           00113000
001140     03  Ws-Cp-Entry occurs 50 times.                             00114000
001150         05  Ws-Cp-Product-Code   pic x(04).                      00115000
001160         05  Ws-Cp-Policy-Count   pic 9(04).                      00116000
001170         05  Ws-Cp-Sum-Assured    pic 9(12).                      00117000
001180 01  Ws-Cp-Sub                    pic 9(02).                      00118000
001190 01  Ws-Cp-Found-Sub              pic 9(02).                      00119000
001200                                                                  00120000
001210 01  Ws-Current-Cust-Id           pic 9(06).                      00121000
001220 01  Ws-Ceded-Amount              pic 9(12).                      00122000
001230                                                                  00123000
001240 01  Ws-Policy-Count              pic 9(09) value zero.           00124000
001250 01  Ws-Customer-Count            pic 9(09) value zero.           00125000
001260 01  Ws-Detail-Count              pic 9(09) value zero.           00126000
001270 01  Ws-Ceded-Customer-Count      pic 9(09) value zero.           00127000
001280 01  Ws-No-Risk-Count             pic 9(09) value zero.           00128000
001290 01  Ws-No-Treaty-Count           pic 9(09) value zero.           00129000
001292 01  Ws-Policy-Overflow-Count     pic 9(09) value zero.           00129200
001300 01  Ws-Ceded-Sum-Assured-Total   pic 9(13) value zero.           00130000
001310 01  Ws-Ceded-Amount-Total        pic 9(13) value zero.           00131000
001320 01  Ws-Ceded-Premium-Total       pic 9(11)v99 value zero.        00132000
001330                                                                  00133000
001340 copy RUNSTATREC.                                                 00134000
001342 copy STEPCC.                                                     00134200
001350                                                                  00135000
001360 Procedure division.                                              00136000
001370                                                                  00137000
001380 Main section.                                                    00138000
001390                                                                  00139000
001400     Perform InitBordereau.                                       00140000
001410     Perform BuildBordereau.                                      00141000
001420     Perform Finalize.                                            00142000
001422     Move Cc-Step-Condition to Return-Code.                       00142200
001430     Goback.                                                      00143000
001440                                                                  00144000
001450 InitBordereau Section.                                           00145000
001460                                                                  00146000
001470     perform SetBusinessDate.                                     00147000
001480                                                                  00148000
001490     perform LoadTreatyTable.                                     00149000
001500     if not Ws-Treaty-Load-Ok                                     00150000
001510        Display "XACEDBRD: treaty table load failed, "            00151000
001520                "run aborted."                                    00152000
001522        Move Cc-Hard-Failure to Cc-Step-Condition                 00152200
001524        perform WriteRunStats                                     00152400
001526        Move Cc-Hard-Failure to Return-Code                       00152600
001530        Goback                                                    00153000
001540     end-if                                                       00154000
001550                                                                  00155000
001560     open input Valid-Policy-File.                                00156000
001570     if not Ws-Po-File-Ok                                         00157000
001580        Display "XACEDBRD: validated policy file open failed, "   00158000
001590                "run aborted."                                    00159000
001592        Move Cc-Hard-Failure to Cc-Step-Condition                 00159200
001594        perform WriteRunStats                                     00159400
001596        Move Cc-Hard-Failure to Return-Code                       00159600
001600        Goback                                                    00160000
001610     end-if                                                       00161000
001620                                                                  00162000
001630     open input Sorted-Risk-File.                                 00163000
001640     if not Ws-Sq-File-Ok                                         00164000
001650        Display "XACEDBRD: sorted risk report open failed, "      00165000
001660                "run aborted."                                    00166000
001662        Move Cc-Hard-Failure to Cc-Step-Condition                 00166200
001664        perform WriteRunStats                                     00166400
001666        Move Cc-Hard-Failure to Return-Code                       00166600
001670        Goback                                                    00167000
001680     end-if                                                       00168000
001690                                                                  00169000
001700     open output Bordereau-File.                                  00170000
001710     if not Ws-Bd-File-Ok                                         00171000
001720        Display "XACEDBRD: bordereau file open failed, "          00172000
001730                "run aborted."                                    00173000
001732        Move Cc-Hard-Failure to Cc-Step-Condition                 00173200
001734        perform WriteRunStats                                     00173400
001736        Move Cc-Hard-Failure to Return-Code                       00173600
001740        Goback                                                    00174000
001750     end-if                                                       00175000
001760                                                                  00176000
001770     perform ReadPolicy.                                          00177000
001780     perform ReadRiskLine                                         00178000
001790     .                                                            00179000
001800                                                                  00180000
001810 SetBusinessDate Section.                                         00181000
001820                                                                  00182000
001830     Accept Ws-Run-Date from date YYYYMMDD.                       00183000
001840                                                                  00184000
001850     open input Run-Control-File.                                 00185000
001860     if Ws-Rn-File-Ok                                             00186000
001870        read Run-Control-File                                     00187000
001880            at end                                                00188000
001890                continue                                          00189000
001900            not at end                                            00190000
001910                Move Rn-Business-Date to Ws-Run-Date              00191000
001920        end-read                                                  00192000
001930        close Run-Control-File                                    00193000
001940     end-if                                                       00194000
001950     .                                                            00195000
001960                                                                  00196000
001970* -------------------------------------------------------------   00197000
001980* The treaty table is validated the way XaPdLoad validates the    00198000
001990* product table: a blank key, a non-numeric retention or rate,    00199000
002000* a duplicate product and tier, or an empty table fails the       00200000
002010* load, since ceding off a bad table is worse than not ceding.    00201000
002020* -------------------------------------------------------------   00202000
002030 LoadTreatyTable Section.                                         00203000
002040                                                                  00204000
002050     open input Treaty-File.                                      00205000
002060     if not Ws-Ty-File-Ok                                         00206000
002070        Move "N" to Ws-Treaty-Load-Switch                         00207000
002080     else                                                         00208000
002090        perform until Ws-Ty-At-Eof                                00209000
002100            read Treaty-File                                      00210000
002110                at end                                            00211000
002120                    Move "Y" to Ws-Ty-Eof-Switch                  00212000
002130                not at end                                        00213000
002140                    perform ValidateAndAddTreaty                  00214000
002150            end-read                                              00215000
002160        end-perform                                               00216000
002170        close Treaty-File                                         00217000
002180     end-if                                                       00218000
002190                                                                  00219000
002200     if Ws-Treaty-Count = zero                                    00220000
002210        Move "N" to Ws-Treaty-Load-Switch                         00221000
002220     end-if                                                       00222000
002230     .                                                            00223000
002240                                                                  00224000
002250 ValidateAndAddTreaty Section.                                    00225000
002260                                                                  00226000
002270     if Ty-Product-Code = spaces                                  00227000
002280             or Ty-Risk-Tier = spaces                             00228000
002290             or Ty-Retention-Limit is not numeric                 00229000
002300             or Ty-Ceded-Rate-Pml is not numeric                  00230000
002310        Move "N" to Ws-Treaty-Load-Switch                         00231000
002320     else                                                         00232000
002330        Move Ty-Product-Code to Ws-Search-Product-Code            00233000
002340        Move Ty-Risk-Tier    to Ws-Search-Risk-Tier               00234000
002350        perform FindTreatyEntry                                   00235000
002360        if Ws-Treaty-Sub not = zero                               00236000
002370                or Ws-Treaty-Count >= 150                         00237000
002380           Move "N" to Ws-Treaty-Load-Switch                      00238000
002390        else                                                      00239000
002400           add 1 to Ws-Treaty-Count                               00240000
002410           Move Ty-Product-Code                                   00241000
002420                   to Ws-Tt-Product-Code (Ws-Treaty-Count)        00242000
002430           Move Ty-Risk-Tier                                      00243000
002440                   to Ws-Tt-Risk-Tier (Ws-Treaty-Count)           00244000
002450           Move Ty-Retention-Limit                                00245000
002460                   to Ws-Tt-Retention (Ws-Treaty-Count)           00246000
002470           Move Ty-Ceded-Rate-Pml                                 00247000
002480                   to Ws-Tt-Rate-Pml (Ws-Treaty-Count)            00248000
002490        end-if                                                    00249000
002500     end-if                                                       00250000
002510     .                                                            00251000
002520                                                                  00252000
002530* -------------------------------------------------------------   00253000
002540* Looks up the search product and tier; Ws-Treaty-Sub is          00254000
002550* left zero when the treaty carries no such entry.                00255000
002560* -------------------------------------------------------------   00256000
002570 FindTreatyEntry Section.                                         00257000
002580                                                                  00258000
002590     Move zero to Ws-Treaty-Sub.                                  00259000
002600     perform varying Ws-Tt-Sub from 1 by 1                        00260000
002610             until Ws-Tt-Sub > Ws-Treaty-Count                    00261000
002620         if Ws-Tt-Product-Code (Ws-Tt-Sub) =                      00262000
002630                 Ws-Search-Product-Code                           00263000
002640                 and Ws-Tt-Risk-Tier (Ws-Tt-Sub) =                00264000
002650                         Ws-Search-Risk-Tier                      00265000
002660            Move Ws-Tt-Sub to Ws-Treaty-Sub                       00266000
002670            Move Ws-Treaty-Count to Ws-Tt-Sub                     00267000
002680         end-if                                                   00268000
002690     end-perform                                                  00269000
002700     .                                                            00270000
002710                                                                  00271000
002720 BuildBordereau Section.                                          00272000
002730                                                                  00273000
002740     perform until Ws-Po-At-Eof                                   00274000
002750         perform ProcessOneCustomer                               00275000
002760     end-perform                                                  00276000
002770     .                                                            00277000
002780                                                                  00278000
002790* -------------------------------------------------------------   00279000
002800* Gathers every policy for the customer on hand, then matches     00280000
002810* the risk report for the tier.  Both files are ascending by      00281000
002820* customer id, so the risk report is simply advanced until it     00282000
002830* catches up with the policy file.                                00283000
002840* -------------------------------------------------------------   00284000
002850 ProcessOneCustomer Section.                                      00285000
002860                                                                  00286000
002870     Move Po-Cust-Id to Ws-Current-Cust-Id.                       00287000
002880     Move zero to Ws-Cp-Count.                                    00288000
002890     add 1 to Ws-Customer-Count.                                  00289000
002900                                                                  00290000
002910     perform until Ws-Po-At-Eof                                   00291000
002920             or Po-Cust-Id not = Ws-Current-Cust-Id               00292000
002930         perform AddPolicyToCustomer                              00293000
002940         perform ReadPolicy                                       00294000
002950     end-perform                                                  00295000
002960                                                                  00296000
002970     perform until Ws-Sq-At-Eof                                   00297000
002980             or Sq-Cust-Id >= Ws-Current-Cust-Id                  00298000
002990         perform ReadRiskLine                                     00299000
003000     end-perform                                                  00300000
003010                                                                  00301000
003020     if Ws-Sq-At-Eof or Sq-Cust-Id > Ws-Current-Cust-Id           00302000
003030        add 1 to Ws-No-Risk-Count                                 00303000
003040        Display "XACEDBRD: customer " Ws-Current-Cust-Id          00304000
003050                " not on risk report, policies not ceded"         00305000
003060     else                                                         00306000
003070        Move "N" to Ws-Customer-Ceded-Switch                      00307000
003080        perform varying Ws-Cp-Sub from 1 by 1                     00308000
003090                until Ws-Cp-Sub > Ws-Cp-Count                     00309000
003100            perform CedeOneProduct                                00310000
003110        end-perform                                               00311000
003120        if Ws-Customer-Ceded                                      00312000
003130           add 1 to Ws-Ceded-Customer-Count                       00313000
003140        end-if                                                    00314000
003150     end-if                                                       00315000
003160     .                                                            00316000
003170                                                                  00317000
003180 AddPolicyToCustomer Section.                                     00318000
003190                                                                  00319000
003200     add 1 to Ws-Policy-Count.                                    00320000
003220                                                                  00322000
003230     Move zero to Ws-Cp-Found-Sub.                                00323000
003240     perform varying Ws-Cp-Sub from 1 by 1                        00324000
003250             until Ws-Cp-Sub > Ws-Cp-Count                        00325000
003260         if Ws-Cp-Product-Code (Ws-Cp-Sub) = Po-Product-Code      00326000
003270            Move Ws-Cp-Sub to Ws-Cp-Found-Sub                     00327000
003280            Move Ws-Cp-Count to Ws-Cp-Sub                         00328000
003290         end-if                                                   00329000
003300     end-perform                                                  00330000
003310                                                                  00331000
003315     if Ws-Cp-Found-Sub = zero                                    00331500
003320        if Ws-Cp-Count < 50                                       00332000
003325           add 1 to Ws-Cp-Count                                   00332500
003330           Move Ws-Cp-Count to Ws-Cp-Found-Sub                    00333000
003335           Move Po-Product-Code                                   00333500
003340                   to Ws-Cp-Product-Code (Ws-Cp-Found-Sub)        00334000
003345           Move zero to Ws-Cp-Policy-Count (Ws-Cp-Found-Sub)      00334500
003350           Move zero to Ws-Cp-Sum-Assured (Ws-Cp-Found-Sub)       00335000
003355        else                                                      00335500
003360           add 1 to Ws-Policy-Overflow-Count                      00336000
003365           Display "XACEDBRD: customer " Ws-Current-Cust-Id       00336500
003370                   " policy " Po-Policy-No                        00337000
003375                   " beyond the product table, not ceded"         00337500
003380        end-if                                                    00338000
003385     end-if                                                       00338500
003390                                                                  00339000
003395     if Ws-Cp-Found-Sub > zero                                    00339500
003400        add 1 to Ws-Cp-Policy-Count (Ws-Cp-Found-Sub)             00340000
003405        add Po-Sum-Assured to Ws-Cp-Sum-Assured (Ws-Cp-Found-Sub) 00340500
003410     end-if                                                       00341000
003430     .                                                            00343000
003440                                                                  00344000
003450* -------------------------------------------------------------   00345000
003460* Only the sum assured above retention is ceded; the ceded        00346000
003470* premium is the treaty rate per mille of that excess.            00347000
003480* -------------------------------------------------------------   00348000
003490 CedeOneProduct Section.                                          00349000
003500                                                                  00350000
003510     Move Ws-Cp-Product-Code (Ws-Cp-Sub)                          00351000
003520             to Ws-Search-Product-Code.                           00352000
003530     Move Sq-Risk-Tier to Ws-Search-Risk-Tier.                    00353000
003540     perform FindTreatyEntry.                                     00354000
003550                                                                  00355000
003560     if Ws-Treaty-Sub = zero                                      00356000
003570        add 1 to Ws-No-Treaty-Count                               00357000
003580        Display "XACEDBRD: no treaty entry for product "          00358000
003590                Ws-Search-Product-Code " tier "                   00359000
003600                Ws-Search-Risk-Tier                               00360000
003610                ", customer " Ws-Current-Cust-Id " not ceded"     00361000
003620     else                                                         00362000
003630        if Ws-Cp-Sum-Assured (Ws-Cp-Sub) >                        00363000
003640                Ws-Tt-Retention (Ws-Treaty-Sub)                   00364000
003650           compute Ws-Ceded-Amount =                              00365000
003660                   Ws-Cp-Sum-Assured (Ws-Cp-Sub) -                00366000
003670                   Ws-Tt-Retention (Ws-Treaty-Sub)                00367000
003680           perform WriteBordereauDetail                           00368000
003690        end-if                                                    00369000
003700     end-if                                                       00370000
003710     .                                                            00371000
003720                                                                  00372000
003730 WriteBordereauDetail Section.                                    00373000
003740                                                                  00374000
003750     Move "D"                  to Bd-Record-Type.                 00375000
003760     Move Ws-Run-Month-Part    to Bd-Bordereau-Month.             00376000
003770     Move Ws-Current-Cust-Id   to Bd-Cust-Id.                     00377000
003780     Move Ws-Cp-Product-Code (Ws-Cp-Sub) to Bd-Product-Code.      00378000
003790     Move Sq-Risk-Tier         to Bd-Risk-Tier.                   00379000
003800     Move Ws-Cp-Policy-Count (Ws-Cp-Sub) to Bd-Policy-Count.      00380000
003810     Move Ws-Cp-Sum-Assured (Ws-Cp-Sub) to Bd-Total-Sum-Assured.  00381000
003820     Move Ws-Tt-Retention (Ws-Treaty-Sub) to Bd-Retention-Limit.  00382000
003830     Move Ws-Ceded-Amount      to Bd-Ceded-Amount.                00383000
003840     Move Ws-Tt-Rate-Pml (Ws-Treaty-Sub) to Bd-Ceded-Rate-Pml.    00384000
003850     compute Bd-Ceded-Premium rounded =                           00385000
003860             Ws-Ceded-Amount * Bd-Ceded-Rate-Pml / 1000.          00386000
003870                                                                  00387000
003880     add Bd-Total-Sum-Assured to Ws-Ceded-Sum-Assured-Total.      00388000
003882     add Ws-Ceded-Amount to Ws-Ceded-Amount-Total.                00388200
003890     add Bd-Ceded-Premium to Ws-Ceded-Premium-Total.              00389000
003900     write Bordereau-Detail-Record.                               00390000
003910     add 1 to Ws-Detail-Count.                                    00391000
003920     Move "Y" to Ws-Customer-Ceded-Switch                         00392000
003930     .                                                            00393000
003940                                                                  00394000
003950 ReadPolicy Section.                                              00395000
003960                                                                  00396000
003970     read Valid-Policy-File                                       00397000
003980         at end                                                   00398000
003990             Move "Y" to Ws-Po-Eof-Switch                         00399000
004000     end-read                                                     00400000
004010     .                                                            00401000
004020                                                                  00402000
004030 ReadRiskLine Section.                                            00403000
004040                                                                  00404000
004050     read Sorted-Risk-File                                        00405000
004060         at end                                                   00406000
004070             Move "Y" to Ws-Sq-Eof-Switch                         00407000
004080     end-read                                                     00408000
004090     .                                                            00409000
004100                                                                  00410000
004110 Finalize Section.                                                00411000
004120                                                                  00412000
004130     Move spaces                 to Bordereau-Trailer-Record.     00413000
004140     Move "T"                    to Bb-Record-Type.               00414000
004150     Move Ws-Run-Month-Part      to Bb-Bordereau-Month.           00415000
004160     Move Ws-Detail-Count        to Bb-Record-Count.              00416000
004170     Move Ws-Ceded-Customer-Count to Bb-Customer-Count.           00417000
004180     Move Ws-Ceded-Sum-Assured-Total to Bb-Sum-Assured-Total.     00418000
004190     Move Ws-Ceded-Amount-Total  to Bb-Ceded-Amount-Total.        00419000
004200     Move Ws-Ceded-Premium-Total to Bb-Ceded-Premium-Total.       00420000
004210     write Bordereau-Trailer-Record.                              00421000
004220                                                                  00422000
004230     close Valid-Policy-File.                                     00423000
004240     close Sorted-Risk-File.                                      00424000
004250     close Bordereau-File.                                        00425000
004260                                                                  00426000
004270     Display "XACEDBRD: bordereau month " Ws-Run-Month-Part ", "  00427000
004280             Ws-Policy-Count " policy(ies) read, "                00428000
004290             Ws-Detail-Count " cession(s) written, "              00429000
004300             "ceded premium " Ws-Ceded-Premium-Total ".".         00430000
004310                                                                  00431000
004317     if Ws-No-Risk-Count > zero or Ws-No-Treaty-Count > zero      00431700
004324             or Ws-Policy-Overflow-Count > zero                   00432400
004331        Display "XACEDBRD: " Ws-No-Risk-Count                     00433100
004338                " customer(s) not on risk report, "               00433800
004345                Ws-No-Treaty-Count                                00434500
004352                " product/tier(s) without treaty entry, "         00435200
004359                Ws-Policy-Overflow-Count                          00435900
004366                " policy(ies) beyond the product table."          00436600
004373     end-if                                                       00437300
004380                                                                  00438000
004390     perform SetStepCondition                                     00439000
004392     perform WriteRunStats                                        00439200
004400     .                                                            00440000
004410                                                                  00441000
004420* -------------------------------------------------------------   00442000
004430* In is the policies read, out the cessions written; customers    00443000
004440* never rated, holdings the treaty does not cover and policies    00444000
004450* beyond the product table are the rejects.                       00445000
004460* -------------------------------------------------------------   00446000
004470 WriteRunStats Section.                                           00447000
004480                                                                  00448000
004490     Move "XACEDBRD" to Rs-Program-Id.                            00449000
004500     Move Ws-Run-Date to Rs-Business-Date.                        00450000
004510     Move Ws-Policy-Count to Rs-In-Count.                         00451000
004520     Move Ws-Detail-Count to Rs-Out-Count.                        00452000
004530     compute Rs-Reject-Count = Ws-No-Risk-Count                   00453000
004540             + Ws-No-Treaty-Count + Ws-Policy-Overflow-Count.     00454000
004550     Move "C" to Rs-Completion-Status.                            00455000
004552     Move Cc-Step-Condition to Rs-Condition-Code.                 00455200
004554     if Cc-Step-Condition = Cc-Hard-Failure                       00455400
004556        Move "E" to Rs-Completion-Status                          00455600
004558     end-if                                                       00455800
004560     call "XaStatWr" using Run-Stats-Record                       00456000
004570     .                                                            00457000
004580                                                                  00458000
004590 SetStepCondition Section.                                        00459000
004600                                                                  00460000
004606     if Ws-No-Risk-Count > zero or Ws-No-Treaty-Count > zero      00460600
004612             or Ws-Policy-Overflow-Count > zero                   00461200
004620        Move Cc-Warning to Cc-Step-Condition                      00462000
004630     else                                                         00463000
004640        Move Cc-Clean to Cc-Step-Condition                        00464000
004650     end-if                                                       00465000
004660     .                                                            00466000
