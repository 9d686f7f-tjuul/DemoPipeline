000010 Identification division.                                         00001000
000020 Program-id.   XaGlJnl.                                           00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* General ledger premium journal.  Reads the day's billing        00005000
000060* extract and the posted confirmations billing returns, sorted    00006000
000070* into customer order the same way XaBilAck sorts them, and       00007000
000080* summarises the premium by product code and risk tier as         00008000
000090* balanced double entries: written when billed, moved to          00009000
000100* posted when billing acknowledged it at the amount and date      00010000
000110* we sent, and left in suspense when it did not.  A customer's    00011000
000120* premium is spread over products by sum assured, as XaLossRt     00012000
000130* spreads it; the tier is the one the billed loading belongs      00013000
000140* to.  The GL account mapping file names the debit and credit     00014000
000150* account of every entry.  Before anything reaches the ledger     00015000
000160* the journal is proved: the extract trailer against the          00016000
000170* details read, posted plus suspense against written, every       00017000
000180* extract line dated the run-control business date, every         00018000
000190* entry mapped, and debits equal to credits.  A journal that      00019000
000200* fails the proof is not released - the journal file is left      00020000
000210* empty and the step ends in error - and the proof listing        00021000
000220* says why.                                                       00022000
000221* The journal is not built until XaChnGat finds billing and the   00022100
000222* billing acknowledgment clean for the business date.  A held     00022200
000224* journal ends the step out of balance; items left in suspense,   00022400
000226* confirmations for customers never extracted, or policies        00022600
000228* beyond the policy table end it with a warning (STEPCC).         00022800
000230* -------------------------------------------------------------   00023000
000240 environment division.                                            00024000
000250 Input-Output section.                                            00025000
000260 File-control.                                                    00026000
000270     select Billing-Extract-File assign to BillExtDd              00027000
000280         organization is line sequential                          00028000
000290         file status is Ws-Bl-File-Status.                        00029000
000300                                                                  00030000
000310     select Billing-Ack-File assign to BillAckDd                  00031000
000320         organization is line sequential                          00032000
000330         file status is Ws-Ak-File-Status.                        00033000
000340                                                                  00034000
000350     select Sorted-Ack-File assign to SrtAckDd                    00035000
000360         organization is line sequential                          00036000
000370         file status is Ws-Aq-File-Status.                        00037000
000380                                                                  00038000
000390     select Ack-Sort-File assign to AckWkDd.                      00039000
000400                                                                  00040000
000410     select Policy-File assign to PolFileDd                       00041000
000420         organization is line sequential                          00042000
000430         file status is Ws-Po-File-Status.                        00043000
000440                                                                  00044000
000450     select Account-Map-File assign to GlMapDd                    00045000
000460         organization is line sequential                          00046000
000470         file status is Ws-Gm-File-Status.                        00047000
000480                                                                  00048000
000490     select Run-Control-File assign to RunCtlDd                   00049000
000500         organization is line sequential                          00050000
000510         file status is Ws-Rn-File-Status.                        00051000
000520                                                                  00052000
000530     select Journal-File assign to GlJnlDd                        00053000
000540         organization is line sequential                          00054000
000550         file status is Ws-Gj-File-Status.                        00055000
000560                                                                  00056000
000570     select Proof-Report-File assign to GlRptDd                   00057000
000580         organization is line sequential                          00058000
000590         file status is Ws-Gr-File-Status.                        00059000
000600                                                                  00060000
000610 Data Division.                                                   00061000
000620 File Section.                                                    00062000
000630 Fd  Billing-Extract-File.                                        00063000
000640 copy BILLREC.                                                    00064000
000650                                                                  00065000
000660 Fd  Billing-Ack-File.                                            00066000
000670 copy BILACKREC.                                                  00067000
000680                                                                  00068000
000690 Fd  Sorted-Ack-File.                                             00069000
000700 copy BILACKREC replacing ==Billing-Ack-Record== by               00070000
000710         ==Sorted-Ack-Record==                                    00071000
000720         leading ==Ak-== by ==Aq-==.                              00072000
000730                                                                  00073000
000740 Sd  Ack-Sort-File.                                               00074000
000750 copy BILACKREC replacing ==Billing-Ack-Record== by               00075000
000760         ==Ack-Sort-Record==                                      00076000
000770         leading ==Ak-== by ==As-==.                              00077000
000780                                                                  00078000
000790 Fd  Policy-File.                                                 00079000
000800 copy POLREC.                                                     00080000
000810                                                                  00081000
000820 Fd  Account-Map-File.                                            00082000
000830 copy GLMAPREC.                                                   00083000
000840                                                                  00084000
000850 Fd  Run-Control-File.                                            00085000
000860 copy RUNCTLREC.                                                  00086000
000870                                                                  00087000
000880 Fd  Journal-File.                                                00088000
000890 copy GLJNLREC.                                                   00089000
000900                                                                  00090000
000910 Fd  Proof-Report-File.                                           00091000
000920 01  Print-Line                  pic x(132).                      00092000
000930                                                                  00093000
000940 Working-Storage Section.                                         00094000
000950 01  Ws-Bl-File-Status           pic x(02).                       00095000
000960     88  Ws-Bl-File-Ok               value "00".                  00096000
000970 01  Ws-Ak-File-Status           pic x(02).                       00097000
000980     88  Ws-Ak-File-Ok               value "00".                  00098000
000990 01  Ws-Aq-File-Status           pic x(02).                       00099000
001000     88  Ws-Aq-File-Ok               value "00".                  00100000
001010 01  Ws-Po-File-Status           pic x(02).                       00101000
001020     88  Ws-Po-File-Ok               value "00".                  00102000
001030 01  Ws-Gm-File-Status           pic x(02).                       00103000
001040     88  Ws-Gm-File-Ok               value "00".                  00104000
001050 01  Ws-Rn-File-Status           pic x(02).                       00105000
001060     88  Ws-Rn-File-Ok               value "00".                  00106000
001070 01  Ws-Gj-File-Status           pic x(02).                       00107000
001080     88  Ws-Gj-File-Ok               value "00".                  00108000
001090 01  Ws-Gr-File-Status           pic x(02).                       00109000
001100     88  Ws-Gr-File-Ok               value "00".                  00110000
001110                                                                  00111000
001120 copy TIERBAND.                                                   00112000
001130                                                                  00113000
001140 01  Ws-Prod-Load-Status          pic x(01).                      00114000
001150     88  Ws-Prod-Load-Ok              value "Y".                  00115000
001160 copy PRODTAB.                                                    00116000
001170                                                                  00117000
001180* -------------------------------------------------------------   00118000
001190* Walk keys, one per input, all customer ids one digit wider so   00119000
001200* 9999999 is a clean end-of-file sentinel.                        00120000
001210* -------------------------------------------------------------   00121000
001220 01  Ws-Extract-Key               pic 9(07) value zero.           00122000
001230 01  Ws-Ack-Key                   pic 9(07) value zero.           00123000
001240 01  Ws-Policy-Key                pic 9(07) value zero.           00124000
001250 01  Ws-Key-Eof                   pic 9(07) value 9999999.        00125000
001260                                                                  00126000
001270 01  Ws-Run-Date                  pic 9(08).                      00127000
001272 01  Ws-Gate-Status               pic x(01).                      00127200
001274     88  Ws-Gate-Open                 value "Y".                  00127400
001280                                                                  00128000
001290 01  Ws-Gm-Eof-Switch             pic x(01) value "N".            00129000
001300     88  Ws-Gm-At-Eof                 value "Y".                  00130000
001310 01  Ws-Map-Load-Switch           pic x(01) value "Y".            00131000
001320     88  Ws-Map-Load-Ok               value "Y".                  00132000
001330 01  Ws-Detail-Read-Switch        pic x(01).                      00133000
001340     88  Ws-Detail-Read               value "Y".                  00134000
001350 01  Ws-Clean-Post-Switch         pic x(01).                      00135000
001360     88  Ws-Clean-Post                value "Y".                  00136000
001370 01  Ws-Journal-Switch            pic x(01) value "Y".            00137000
001380     88  Ws-Journal-Balanced          value "Y".                  00138000
001390 01  Ws-Write-Switch              pic x(01) value "N".            00139000
001400     88  Ws-Writing-Journal           value "Y".                  00140000
001410                                                                  00141000
001420* -------------------------------------------------------------   00142000
001430* The account map, one entry per entry type, product and tier.    00143000
001440* -------------------------------------------------------------   00144000
001450 01  Ws-Map-Table.                                                00145000
001460     03  Ws-Map-Count             pic 9(03) value zero.           00146000
001470     03  Ws-Map-Entry occurs 300 times.                           00147000
001480         05  Ws-Mt-Entry-Type     pic x(04).                      00148000
001490         05  Ws-Mt-Product-Code   pic x(04).                      00149000
001500         05  Ws-Mt-Risk-Tier      pic x(06).                      00150000
001510         05  Ws-Mt-Debit-Account  pic x(10).                      00151000
001520         05  Ws-Mt-Credit-Account pic x(10).                      00152000
001530 01  Ws-Mt-Sub                    pic 9(03).                      00153000
001540 01  Ws-Map-Sub                   pic 9(03).                      00154000
001550 01  Ws-Map-Score                 pic 9(01).                      00155000
001560 01  Ws-Best-Score                pic 9(01).                      00156000
001570 01  Ws-Search-Entry-Type         pic x(04).                      00157000
001580 01  Ws-Search-Product-Code       pic x(04).                      00158000
001590 01  Ws-Search-Risk-Tier          pic x(06).                      00159000
001600                                                                  00160000
001610* -------------------------------------------------------------   00161000
001620* Journal accumulators by product table entry and tier.  Entry    00162000
001630* 51 holds premium of customers with no policy on file, or on a   00163000
001640* product the product table no longer carries, under product      00164000
001650* NONE; tier 4 holds billing at a loading no band carries.        00165000
001660* -------------------------------------------------------------   00166000
001670 01  Ws-Journal-Accum.                                            00167000
001680     03  Ws-Ja-Product occurs 51 times.                           00168000
001690         05  Ws-Ja-Tier occurs 4 times.                           00169000
001700             07  Ws-Ja-Written        pic 9(11)v99.               00170000
001710             07  Ws-Ja-Posted         pic 9(11)v99.               00171000
001720             07  Ws-Ja-Suspense       pic 9(11)v99.               00172000
001730 01  Ws-No-Product-Sub            pic 9(02) value 51.             00173000
001740 01  Ws-No-Product-Code           pic x(04) value "NONE".         00174000
001750 01  Ws-Tier-Names.                                               00175000
001760     03  filler                   pic x(06) value "LOW   ".       00176000
001770     03  filler                   pic x(06) value "MEDIUM".       00177000
001780     03  filler                   pic x(06) value "HIGH  ".       00178000
001790     03  filler                   pic x(06) value "OTHER ".       00179000
001800 01  filler redefines Ws-Tier-Names.                              00180000
001810     03  Ws-Tier-Name             pic x(06) occurs 4 times.       00181000
001820 01  Ws-Tier-Sub                  pic 9(01).                      00182000
001830 01  Ws-Pd-Sub                    pic 9(02).                      00183000
001840 01  Ws-Ja-Sub                    pic 9(02).                      00184000
001850                                                                  00185000
001860* -------------------------------------------------------------   00186000
001870* One customer's policies, for spreading billed premium.          00187000
001880* -------------------------------------------------------------   00188000
001890 01  Ws-Customer-Policies.                                        00189000
001900     03  Ws-Cp-Count              pic 9(02) value zero.           00190000
001910     03  Ws-Cp-Entry occurs 50 times.                             00191000
001920         05  Ws-Cp-Product-Sub    pic 9(02).                      00192000
001930         05  Ws-Cp-Sum-Assured    pic 9(12).                      00193000
001940 01  Ws-Cp-Sub                    pic 9(02).                      00194000
001950 01  Ws-Cp-Sum-Assured-Total      pic 9(13).                      00195000
001960 01  Ws-Premium-Share             pic 9(09)v99.                   00196000
001970 01  Ws-Premium-Left              pic 9(09)v99.                   00197000
001980                                                                  00198000
001990 01  Ws-Entry-Amount              pic 9(11)v99.                   00199000
002000 01  Ws-Line-No                   pic 9(06) value zero.           00200000
002010                                                                  00201000
002020* -------------------------------------------------------------   00202000
002030* Trailer proof carried off the extract.                          00203000
002040* -------------------------------------------------------------   00204000
002050 01  Ws-Trailer-Found-Switch      pic x(01) value "N".            00205000
002060     88  Ws-Trailer-Found             value "Y".                  00206000
002070 01  Ws-Trailer-Count             pic 9(09) value zero.           00207000
002080 01  Ws-Trailer-Total             pic 9(11)v99 value zero.        00208000
002090                                                                  00209000
002100 01  Ws-Extract-Count             pic 9(09) value zero.           00210000
002110 01  Ws-Written-Total             pic 9(11)v99 value zero.        00211000
002120 01  Ws-Posted-Count              pic 9(09) value zero.           00212000
002130 01  Ws-Posted-Total              pic 9(11)v99 value zero.        00213000
002140 01  Ws-Suspense-Count            pic 9(09) value zero.           00214000
002150 01  Ws-Suspense-Total            pic 9(11)v99 value zero.        00215000
002160 01  Ws-Orphan-Count              pic 9(09) value zero.           00216000
002170 01  Ws-Wrong-Date-Count          pic 9(09) value zero.           00217000
002180 01  Ws-Unmapped-Count            pic 9(09) value zero.           00218000
002182 01  Ws-Policy-Overflow-Count     pic 9(09) value zero.           00218200
002190 01  Ws-Journal-Written-Total     pic 9(11)v99 value zero.        00219000
002200 01  Ws-Debit-Total               pic 9(13)v99 value zero.        00220000
002210 01  Ws-Credit-Total              pic 9(13)v99 value zero.        00221000
002220 01  Ws-Journal-Line-Count        pic 9(06) value zero.           00222000
002230                                                                  00223000
002240 01  Ws-Saved-Print-Line          pic x(132).                     00224000
002250 01  Ws-Line-Count                pic 9(03) value 99.             00225000
002260 01  Ws-Page-Count                pic 9(04) value zero.           00226000
002270 01  Ws-Page-Limit                pic 9(03) value 55.             00227000
002280                                                                  00228000
002290 01  Ws-Heading-1.                                                00229000
002300     03  filler                   pic x(10) value "XAGLJNL".      00230000
002310     03  filler                   pic x(35)                       00231000
002320             value "GL PREMIUM JOURNAL PROOF".                    00232000
002330     03  filler                   pic x(09) value "RUN DATE".     00233000
002340     03  Ws-H1-Run-Date           pic 9(08).                      00234000
002350     03  filler                   pic x(06) value "  PAGE".       00235000
002360     03  Ws-H1-Page               pic zzz9.                       00236000
002370                                                                  00237000
002380 01  Ws-Journal-Col-Heading.                                      00238000
002390     03  filler                   pic x(08) value "PRODUCT".      00239000
002400     03  filler                   pic x(08) value "TIER".         00240000
002410     03  filler            pic x(19) value "    PREMIUM WRITTEN". 00241000
002420     03  filler            pic x(19) value "     PREMIUM POSTED". 00242000
002430     03  filler            pic x(19) value "   LEFT IN SUSPENSE". 00243000
002440                                                                  00244000
002450 01  Ws-Journal-Detail.                                           00245000
002460     03  Ws-Jd-Product-Code       pic x(04).                      00246000
002470     03  filler                   pic x(04).                      00247000
002480     03  Ws-Jd-Risk-Tier          pic x(06).                      00248000
002490     03  filler                   pic x(03).                      00249000
002500     03  Ws-Jd-Written            pic zzz,zzz,zzz,zz9.99.         00250000
002510     03  filler                   pic x(01).                      00251000
002520     03  Ws-Jd-Posted             pic zzz,zzz,zzz,zz9.99.         00252000
002530     03  filler                   pic x(01).                      00253000
002540     03  Ws-Jd-Suspense           pic zzz,zzz,zzz,zz9.99.         00254000
002550                                                                  00255000
002560 01  Ws-Amount-Detail.                                            00256000
002570     03  filler                   pic x(04) value spaces.         00257000
002580     03  Ws-Am-Label              pic x(30) value spaces.         00258000
002590     03  Ws-Am-Amount             pic z,zzz,zzz,zzz,zz9.99.       00259000
002600                                                                  00260000
002610 01  Ws-Total-Detail.                                             00261000
002620     03  filler                   pic x(04) value spaces.         00262000
002630     03  Ws-Tt-Label              pic x(30) value spaces.         00263000
002640     03  Ws-Tt-Count              pic zzz,zzz,zz9.                00264000
002650                                                                  00265000
002660 01  Ws-Text-Line.                                                00266000
002670     03  Ws-Tx-Text               pic x(72).                      00267000
002680                                                                  00268000
002690 copy RUNSTATREC.                                                 00269000
002692 copy STEPCC.                                                     00269200
002700                                                                  00270000
002710 Procedure division.                                              00271000
002720                                                                  00272000
002730 Main section.                                                    00273000
002740                                                                  00274000
002750     Perform InitJournal.                                         00275000
002760     Perform SortAckFile.                                         00276000
002770     Perform AccumulateBilling.                                   00277000
002780     Perform ProveJournal.                                        00278000
002790     Perform ReleaseJournal.                                      00279000
002800     Perform PrintProof.                                          00280000
002810     Perform Finalize.                                            00281000
002812     Move Cc-Step-Condition to Return-Code.                       00281200
002820     Goback.                                                      00282000
002830                                                                  00283000
002832* -------------------------------------------------------------   00283200
002834* Yesterday's journal is emptied before anything can abort the    00283400
002836* run, so the ledger feed never picks it up a second time.        00283600
002838* -------------------------------------------------------------   00283800
002840 InitJournal Section.                                             00284000
002850                                                                  00285000
002851     perform SetBusinessDate.                                     00285100
002852                                                                  00285200
002855     open output Journal-File.                                    00285500
002856     if not Ws-Gj-File-Ok                                         00285600
002857        Display "XAGLJNL: journal file open failed, "             00285700
002858                "run aborted."                                    00285800
002859        Move Cc-Hard-Failure to Cc-Step-Condition                 00285900
002860        perform WriteRunStats                                     00286000
002861        Move Cc-Hard-Failure to Return-Code                       00286100
002862        Goback                                                    00286200
002863     end-if                                                       00286300
002864     close Journal-File.                                          00286400
002865                                                                  00286500
002866     call "XaChnGat" using "XAGLJNL " Ws-Run-Date Ws-Gate-Status. 00286600
002867     if not Ws-Gate-Open                                          00286700
002868        Display "XAGLJNL: chain gate closed, run aborted."        00286800
002869        Move Cc-Hard-Failure to Cc-Step-Condition                 00286900
002870        perform WriteRunStats                                     00287000
002871        Move Cc-Hard-Failure to Return-Code                       00287100
002872        Goback                                                    00287200
002873     end-if                                                       00287300
002874                                                                  00287400
002880     call "XaPdLoad" using Product-Table Ws-Prod-Load-Status.     00288000
002890     if not Ws-Prod-Load-Ok                                       00289000
002900        Display "XAGLJNL: product factor table load failed, "     00290000
002910                "run aborted."                                    00291000
002912        Move Cc-Hard-Failure to Cc-Step-Condition                 00291200
002914        perform WriteRunStats                                     00291400
002916        Move Cc-Hard-Failure to Return-Code                       00291600
002920        Goback                                                    00292000
002930     end-if                                                       00293000
002940                                                                  00294000
002950     perform LoadAccountMap.                                      00295000
002960     if not Ws-Map-Load-Ok                                        00296000
002970        Display "XAGLJNL: GL account mapping load failed, "       00297000
002980                "run aborted."                                    00298000
002982        Move Cc-Hard-Failure to Cc-Step-Condition                 00298200
002984        perform WriteRunStats                                     00298400
002986        Move Cc-Hard-Failure to Return-Code                       00298600
002990        Goback                                                    00299000
003000     end-if                                                       00300000
003010                                                                  00301000
003020     open input Billing-Extract-File.                             00302000
003030     if not Ws-Bl-File-Ok                                         00303000
003040        Display "XAGLJNL: billing extract open failed, "          00304000
003050                "run aborted."                                    00305000
003052        Move Cc-Hard-Failure to Cc-Step-Condition                 00305200
003054        perform WriteRunStats                                     00305400
003056        Move Cc-Hard-Failure to Return-Code                       00305600
003060        Goback                                                    00306000
003070     end-if                                                       00307000
003080                                                                  00308000
003090     open input Policy-File.                                      00309000
003100     if not Ws-Po-File-Ok                                         00310000
003110        Display "XAGLJNL: policy file open failed, "              00311000
003120                "run aborted."                                    00312000
003122        Move Cc-Hard-Failure to Cc-Step-Condition                 00312200
003124        perform WriteRunStats                                     00312400
003126        Move Cc-Hard-Failure to Return-Code                       00312600
003130        Goback                                                    00313000
003140     end-if                                                       00314000
003150                                                                  00315000
003160     open output Proof-Report-File.                               00316000
003170     if not Ws-Gr-File-Ok                                         00317000
003180        Display "XAGLJNL: proof report open failed, "             00318000
003190                "run aborted."                                    00319000
003192        Move Cc-Hard-Failure to Cc-Step-Condition                 00319200
003194        perform WriteRunStats                                     00319400
003196        Move Cc-Hard-Failure to Return-Code                       00319600
003200        Goback                                                    00320000
003210     end-if                                                       00321000
003220                                                                  00322000
003230     Move zero to Ws-Journal-Accum                                00323000
003240     .                                                            00324000
003250                                                                  00325000
003260 SetBusinessDate Section.                                         00326000
003270                                                                  00327000
003280     Accept Ws-Run-Date from date YYYYMMDD.                       00328000
003290                                                                  00329000
003300     open input Run-Control-File.                                 00330000
003310     if Ws-Rn-File-Ok                                             00331000
003320        read Run-Control-File                                     00332000
003330            at end                                                00333000
003340                continue                                          00334000
003350            not at end                                            00335000
003360                Move Rn-Business-Date to Ws-Run-Date              00336000
003370        end-read                                                  00337000
003380        close Run-Control-File                                    00338000
003390     end-if                                                       00339000
003400     .                                                            00340000
003410                                                                  00341000
003420* -------------------------------------------------------------   00342000
003430* The map is validated the way XaPdLoad validates the product     00343000
003440* table: an unknown entry type, a blank account, a duplicate      00344000
003450* entry or an empty map fails the load, since posting to a        00345000
003460* wrong account is worse than not posting.                        00346000
003470* -------------------------------------------------------------   00347000
003480 LoadAccountMap Section.                                          00348000
003490                                                                  00349000
003500     open input Account-Map-File.                                 00350000
003510     if not Ws-Gm-File-Ok                                         00351000
003520        Move "N" to Ws-Map-Load-Switch                            00352000
003530     else                                                         00353000
003540        perform until Ws-Gm-At-Eof                                00354000
003550            read Account-Map-File                                 00355000
003560                at end                                            00356000
003570                    Move "Y" to Ws-Gm-Eof-Switch                  00357000
003580                not at end                                        00358000
003590                    perform ValidateAndAddMapping                 00359000
003600            end-read                                              00360000
003610        end-perform                                               00361000
003620        close Account-Map-File                                    00362000
003630     end-if                                                       00363000
003640                                                                  00364000
003650     if Ws-Map-Count = zero                                       00365000
003660        Move "N" to Ws-Map-Load-Switch                            00366000
003670     end-if                                                       00367000
003680     .                                                            00368000
003690                                                                  00369000
003700 ValidateAndAddMapping Section.                                   00370000
003710                                                                  00371000
003720     if not Gm-Valid-Entry-Type                                   00372000
003730             or Gm-Debit-Account = spaces                         00373000
003740             or Gm-Credit-Account = spaces                        00374000
003750        Move "N" to Ws-Map-Load-Switch                            00375000
003760     else                                                         00376000
003770        Move zero to Ws-Map-Sub                                   00377000
003780        perform varying Ws-Mt-Sub from 1 by 1                     00378000
003790                until Ws-Mt-Sub > Ws-Map-Count                    00379000
003800            if Ws-Mt-Entry-Type (Ws-Mt-Sub) = Gm-Entry-Type       00380000
003810                    and Ws-Mt-Product-Code (Ws-Mt-Sub) =          00381000
003820                            Gm-Product-Code                       00382000
003830                    and Ws-Mt-Risk-Tier (Ws-Mt-Sub) =             00383000
003840                            Gm-Risk-Tier                          00384000
003850               Move Ws-Mt-Sub to Ws-Map-Sub                       00385000
003860               Move Ws-Map-Count to Ws-Mt-Sub                     00386000
003870            end-if                                                00387000
003880        end-perform                                               00388000
003890        if Ws-Map-Sub not = zero                                  00389000
003900                or Ws-Map-Count >= 300                            00390000
003910           Move "N" to Ws-Map-Load-Switch                         00391000
003920        else                                                      00392000
003930           add 1 to Ws-Map-Count                                  00393000
003940           Move Gm-Entry-Type                                     00394000
003950                   to Ws-Mt-Entry-Type (Ws-Map-Count)             00395000
003960           Move Gm-Product-Code                                   00396000
003970                   to Ws-Mt-Product-Code (Ws-Map-Count)           00397000
003980           Move Gm-Risk-Tier                                      00398000
003990                   to Ws-Mt-Risk-Tier (Ws-Map-Count)              00399000
004000           Move Gm-Debit-Account                                  00400000
004010                   to Ws-Mt-Debit-Account (Ws-Map-Count)          00401000
004020           Move Gm-Credit-Account                                 00402000
004030                   to Ws-Mt-Credit-Account (Ws-Map-Count)         00403000
004040        end-if                                                    00404000
004050     end-if                                                       00405000
004060     .                                                            00406000
004070                                                                  00407000
004080 SortAckFile Section.                                             00408000
004090                                                                  00409000
004100     sort Ack-Sort-File                                           00410000
004110         on ascending key As-Cust-Id                              00411000
004120         using Billing-Ack-File                                   00412000
004130         giving Sorted-Ack-File.                                  00413000
004140                                                                  00414000
004150     open input Sorted-Ack-File.                                  00415000
004160     if not Ws-Aq-File-Ok                                         00416000
004170        Display "XAGLJNL: sorted acknowledgment open failed, "    00417000
004180                "run aborted."                                    00418000
004182        Move Cc-Hard-Failure to Cc-Step-Condition                 00418200
004184        perform WriteRunStats                                     00418400
004186        Move Cc-Hard-Failure to Return-Code                       00418600
004190        Goback                                                    00419000
004200     end-if                                                       00420000
004210     .                                                            00421000
004220                                                                  00422000
004230* -------------------------------------------------------------   00423000
004240* The extract drives the walk.  Confirmations for customers we    00424000
004250* never extracted are counted, not journalled: there is no        00425000
004260* written premium for them to post against.                       00426000
004270* -------------------------------------------------------------   00427000
004280 AccumulateBilling Section.                                       00428000
004290                                                                  00429000
004300     perform ReadExtract.                                         00430000
004310     perform ReadAck.                                             00431000
004320     perform ReadPolicy.                                          00432000
004330                                                                  00433000
004340     perform until Ws-Extract-Key = Ws-Key-Eof                    00434000
004350         perform AccumulateOneCustomer                            00435000
004360         perform ReadExtract                                      00436000
004370     end-perform                                                  00437000
004380                                                                  00438000
004390     perform until Ws-Ack-Key = Ws-Key-Eof                        00439000
004400         add 1 to Ws-Orphan-Count                                 00440000
004410         perform ReadAck                                          00441000
004420     end-perform                                                  00442000
004430     .                                                            00443000
004440                                                                  00444000
004450 AccumulateOneCustomer Section.                                   00445000
004460                                                                  00446000
004470     add 1 to Ws-Extract-Count.                                   00447000
004480     add Bl-Loaded-Premium to Ws-Written-Total.                   00448000
004490     if Bl-Effective-Date not = Ws-Run-Date                       00449000
004500        add 1 to Ws-Wrong-Date-Count                              00450000
004510     end-if                                                       00451000
004520                                                                  00452000
004530     evaluate Bl-Loading-Pct                                      00453000
004540         when Tb-Low-Loading-Pct                                  00454000
004550             Move 1 to Ws-Tier-Sub                                00455000
004560         when Tb-Medium-Loading-Pct                               00456000
004570             Move 2 to Ws-Tier-Sub                                00457000
004580         when Tb-High-Loading-Pct                                 00458000
004590             Move 3 to Ws-Tier-Sub                                00459000
004600         when other                                               00460000
004610             Move 4 to Ws-Tier-Sub                                00461000
004620     end-evaluate                                                 00462000
004630                                                                  00463000
004640     perform until Ws-Ack-Key >= Ws-Extract-Key                   00464000
004650         add 1 to Ws-Orphan-Count                                 00465000
004660         perform ReadAck                                          00466000
004670     end-perform                                                  00467000
004680                                                                  00468000
004690     Move "N" to Ws-Clean-Post-Switch.                            00469000
004700     if Ws-Ack-Key = Ws-Extract-Key                               00470000
004710        if Aq-Posted-Amount = Bl-Loaded-Premium                   00471000
004720                and Aq-Effective-Date = Bl-Effective-Date         00472000
004730           Move "Y" to Ws-Clean-Post-Switch                       00473000
004740        end-if                                                    00474000
004750        perform ReadAck                                           00475000
004760     end-if                                                       00476000
004770                                                                  00477000
004780     if Ws-Clean-Post                                             00478000
004790        add 1 to Ws-Posted-Count                                  00479000
004800        add Bl-Loaded-Premium to Ws-Posted-Total                  00480000
004810     else                                                         00481000
004820        add 1 to Ws-Suspense-Count                                00482000
004830        add Bl-Loaded-Premium to Ws-Suspense-Total                00483000
004840     end-if                                                       00484000
004850                                                                  00485000
004860     perform GatherCustomerPolicies                               00486000
004870                                                                  00487000
004880     if Ws-Cp-Count = zero or Ws-Cp-Sum-Assured-Total = zero      00488000
004890        Move Ws-No-Product-Sub to Ws-Ja-Sub                       00489000
004900        Move Bl-Loaded-Premium to Ws-Premium-Share                00490000
004910        perform AddPremiumShare                                   00491000
004920     else                                                         00492000
004930        Move Bl-Loaded-Premium to Ws-Premium-Left                 00493000
004940        perform SpreadOnePolicyShare                              00494000
004950            varying Ws-Cp-Sub from 1 by 1                         00495000
004960            until Ws-Cp-Sub > Ws-Cp-Count                         00496000
004970     end-if                                                       00497000
004980     .                                                            00498000
004990                                                                  00499000
005000* -------------------------------------------------------------   00500000
005010* Both files are ascending by customer id, so the policy file     00501000
005020* is simply advanced until it catches up with the extract.        00502000
005030* -------------------------------------------------------------   00503000
005040 GatherCustomerPolicies Section.                                  00504000
005050                                                                  00505000
005060     perform until Ws-Policy-Key >= Ws-Extract-Key                00506000
005070         perform ReadPolicy                                       00507000
005080     end-perform                                                  00508000
005090                                                                  00509000
005100     Move zero to Ws-Cp-Count.                                    00510000
005110     Move zero to Ws-Cp-Sum-Assured-Total.                        00511000
005120     perform until Ws-Policy-Key not = Ws-Extract-Key             00512000
005130         if Ws-Cp-Count < 50                                      00513000
005140            add 1 to Ws-Cp-Count                                  00514000
005150            perform FindProductSub                                00515000
005160            Move Ws-Ja-Sub to Ws-Cp-Product-Sub (Ws-Cp-Count)     00516000
005170            Move Po-Sum-Assured to Ws-Cp-Sum-Assured (Ws-Cp-Count)00517000
005180            add Po-Sum-Assured to Ws-Cp-Sum-Assured-Total         00518000
005190         else                                                     00519000
005191            add 1 to Ws-Policy-Overflow-Count                     00519100
005192            Display "XAGLJNL: customer " Ws-Extract-Key           00519200
005193                    " policy " Po-Policy-No                       00519300
005194                    " beyond the policy table, not in the split"  00519400
005195         end-if                                                   00519500
005200         perform ReadPolicy                                       00520000
005210     end-perform                                                  00521000
005220     .                                                            00522000
005230                                                                  00523000
005240 FindProductSub Section.                                          00524000
005250                                                                  00525000
005260     Move Ws-No-Product-Sub to Ws-Ja-Sub.                         00526000
005270     perform varying Ws-Pd-Sub from 1 by 1                        00527000
005280             until Ws-Pd-Sub > Pt-Product-Count                   00528000
005290         if Pt-Tbl-Product-Code (Ws-Pd-Sub) = Po-Product-Code     00529000
005300            Move Ws-Pd-Sub to Ws-Ja-Sub                           00530000
005310            Move Pt-Product-Count to Ws-Pd-Sub                    00531000
005320         end-if                                                   00532000
005330     end-perform                                                  00533000
005340     .                                                            00534000
005350                                                                  00535000
005360* -------------------------------------------------------------   00536000
005370* The share for each policy is rounded and the last policy        00537000
005380* takes what is left, so the product figures foot to the          00538000
005390* premium billed.                                                 00539000
005400* -------------------------------------------------------------   00540000
005410 SpreadOnePolicyShare Section.                                    00541000
005420                                                                  00542000
005430     if Ws-Cp-Sub = Ws-Cp-Count                                   00543000
005440        Move Ws-Premium-Left to Ws-Premium-Share                  00544000
005450     else                                                         00545000
005460        compute Ws-Premium-Share rounded =                        00546000
005470                Bl-Loaded-Premium * Ws-Cp-Sum-Assured (Ws-Cp-Sub) 00547000
005480                / Ws-Cp-Sum-Assured-Total                         00548000
005490        subtract Ws-Premium-Share from Ws-Premium-Left            00549000
005500     end-if                                                       00550000
005510                                                                  00551000
005520     Move Ws-Cp-Product-Sub (Ws-Cp-Sub) to Ws-Ja-Sub.             00552000
005530     perform AddPremiumShare                                      00553000
005540     .                                                            00554000
005550                                                                  00555000
005560 AddPremiumShare Section.                                         00556000
005570                                                                  00557000
005580     add Ws-Premium-Share                                         00558000
005590             to Ws-Ja-Written (Ws-Ja-Sub Ws-Tier-Sub).            00559000
005600     if Ws-Clean-Post                                             00560000
005610        add Ws-Premium-Share                                      00561000
005620                to Ws-Ja-Posted (Ws-Ja-Sub Ws-Tier-Sub)           00562000
005630     else                                                         00563000
005640        add Ws-Premium-Share                                      00564000
005650                to Ws-Ja-Suspense (Ws-Ja-Sub Ws-Tier-Sub)         00565000
005660     end-if                                                       00566000
005670     .                                                            00567000
005680                                                                  00568000
005690* -------------------------------------------------------------   00569000
005700* The trailer is not a detail: it yields the claimed count and    00570000
005710* total for the proof.                                            00571000
005720* -------------------------------------------------------------   00572000
005730 ReadExtract Section.                                             00573000
005740                                                                  00574000
005750     Move "N" to Ws-Detail-Read-Switch.                           00575000
005760     perform until Ws-Detail-Read                                 00576000
005770             or Ws-Extract-Key = Ws-Key-Eof                       00577000
005780         read Billing-Extract-File                                00578000
005790             at end                                               00579000
005800                 Move Ws-Key-Eof to Ws-Extract-Key                00580000
005810             not at end                                           00581000
005820                 if Bl-Detail                                     00582000
005830                    Move Bl-Cust-Id to Ws-Extract-Key             00583000
005840                    Move "Y" to Ws-Detail-Read-Switch             00584000
005850                 else                                             00585000
005860                    Move "Y" to Ws-Trailer-Found-Switch           00586000
005870                    Move Bt-Record-Count to Ws-Trailer-Count      00587000
005880                    Move Bt-Premium-Total to Ws-Trailer-Total     00588000
005890                 end-if                                           00589000
005900         end-read                                                 00590000
005910     end-perform                                                  00591000
005920     .                                                            00592000
005930                                                                  00593000
005940 ReadAck Section.                                                 00594000
005950                                                                  00595000
005960     read Sorted-Ack-File                                         00596000
005970         at end                                                   00597000
005980             Move Ws-Key-Eof to Ws-Ack-Key                        00598000
005990         not at end                                               00599000
006000             Move Aq-Cust-Id to Ws-Ack-Key                        00600000
006010     end-read                                                     00601000
006020     .                                                            00602000
006030                                                                  00603000
006040 ReadPolicy Section.                                              00604000
006050                                                                  00605000
006060     read Policy-File                                             00606000
006070         at end                                                   00607000
006080             Move Ws-Key-Eof to Ws-Policy-Key                     00608000
006090         not at end                                               00609000
006100             Move Po-Cust-Id to Ws-Policy-Key                     00610000
006110     end-read                                                     00611000
006120     .                                                            00612000
006130                                                                  00613000
006140* -------------------------------------------------------------   00614000
006150* First pass over the accumulators: every entry is mapped and     00615000
006160* footed without writing, so the proof is complete before a       00616000
006170* line reaches the journal file.                                  00617000
006180* -------------------------------------------------------------   00618000
006190 ProveJournal Section.                                            00619000
006200                                                                  00620000
006210     Move "N" to Ws-Write-Switch.                                 00621000
006220     perform JournalOneProduct                                    00622000
006230         varying Ws-Ja-Sub from 1 by 1                            00623000
006240         until Ws-Ja-Sub > Ws-No-Product-Sub                      00624000
006250                                                                  00625000
006260     if not Ws-Trailer-Found                                      00626000
006270             or Ws-Trailer-Count not = Ws-Extract-Count           00627000
006280             or Ws-Trailer-Total not = Ws-Written-Total           00628000
006290        Move "N" to Ws-Journal-Switch                             00629000
006300        Move "EXTRACT TRAILER DOES NOT MATCH DETAILS READ"        00630000
006310                to Ws-Tx-Text                                     00631000
006320        perform WriteTextLine                                     00632000
006330     end-if                                                       00633000
006340                                                                  00634000
006350     if Ws-Wrong-Date-Count not = zero                            00635000
006360        Move "N" to Ws-Journal-Switch                             00636000
006370        Move "EXTRACT NOT DATED THE RUN-CONTROL BUSINESS DATE"    00637000
006380                to Ws-Tx-Text                                     00638000
006390        perform WriteTextLine                                     00639000
006400     end-if                                                       00640000
006410                                                                  00641000
006420     if Ws-Unmapped-Count not = zero                              00642000
006430        Move "N" to Ws-Journal-Switch                             00643000
006440        Move "ENTRIES WITH NO GL ACCOUNT MAPPING"                 00644000
006450                to Ws-Tx-Text                                     00645000
006460        perform WriteTextLine                                     00646000
006470     end-if                                                       00647000
006480                                                                  00648000
006490     if Ws-Posted-Total + Ws-Suspense-Total not = Ws-Written-Total00649000
006500             or Ws-Journal-Written-Total not = Ws-Written-Total   00650000
006510        Move "N" to Ws-Journal-Switch                             00651000
006520        Move "WRITTEN DOES NOT FOOT TO POSTED PLUS SUSPENSE"      00652000
006530                to Ws-Tx-Text                                     00653000
006540        perform WriteTextLine                                     00654000
006550     end-if                                                       00655000
006560                                                                  00656000
006570     if Ws-Debit-Total not = Ws-Credit-Total                      00657000
006580        Move "N" to Ws-Journal-Switch                             00658000
006590        Move "JOURNAL DEBITS DO NOT EQUAL CREDITS"                00659000
006600                to Ws-Tx-Text                                     00660000
006610        perform WriteTextLine                                     00661000
006620     end-if                                                       00662000
006630     .                                                            00663000
006640                                                                  00664000
006650 JournalOneProduct Section.                                       00665000
006660                                                                  00666000
006670     if Ws-Ja-Sub <= Pt-Product-Count                             00667000
006680             or Ws-Ja-Sub = Ws-No-Product-Sub                     00668000
006690        perform JournalOneTier                                    00669000
006700            varying Ws-Tier-Sub from 1 by 1                       00670000
006710            until Ws-Tier-Sub > 4                                 00671000
006720     end-if                                                       00672000
006730     .                                                            00673000
006740                                                                  00674000
006750 JournalOneTier Section.                                          00675000
006760                                                                  00676000
006770     if Ws-Ja-Sub = Ws-No-Product-Sub                             00677000
006780        Move Ws-No-Product-Code to Ws-Search-Product-Code         00678000
006790     else                                                         00679000
006800        Move Pt-Tbl-Product-Code (Ws-Ja-Sub)                      00680000
006810                to Ws-Search-Product-Code                         00681000
006820     end-if                                                       00682000
006830     Move Ws-Tier-Name (Ws-Tier-Sub) to Ws-Search-Risk-Tier.      00683000
006840                                                                  00684000
006850     Move "WRIT" to Ws-Search-Entry-Type.                         00685000
006860     Move Ws-Ja-Written (Ws-Ja-Sub Ws-Tier-Sub)                   00686000
006870             to Ws-Entry-Amount.                                  00687000
006880     perform JournalOneEntry.                                     00688000
006890     if not Ws-Writing-Journal                                    00689000
006900        add Ws-Entry-Amount to Ws-Journal-Written-Total           00690000
006910     end-if                                                       00691000
006920                                                                  00692000
006930     Move "POST" to Ws-Search-Entry-Type.                         00693000
006940     Move Ws-Ja-Posted (Ws-Ja-Sub Ws-Tier-Sub)                    00694000
006950             to Ws-Entry-Amount.                                  00695000
006960     perform JournalOneEntry.                                     00696000
006970                                                                  00697000
006980     Move "SUSP" to Ws-Search-Entry-Type.                         00698000
006990     Move Ws-Ja-Suspense (Ws-Ja-Sub Ws-Tier-Sub)                  00699000
007000             to Ws-Entry-Amount.                                  00700000
007010     perform JournalOneEntry                                      00701000
007020     .                                                            00702000
007030                                                                  00703000
007040 JournalOneEntry Section.                                         00704000
007050                                                                  00705000
007060     if Ws-Entry-Amount not = zero                                00706000
007070        perform FindAccountMapping                                00707000
007080        evaluate true                                             00708000
007090            when Ws-Map-Sub = zero                                00709000
007100                if not Ws-Writing-Journal                         00710000
007110                   add 1 to Ws-Unmapped-Count                     00711000
007120                   Display "XAGLJNL: no GL account mapping for "  00712000
007130                           Ws-Search-Entry-Type " "               00713000
007140                           Ws-Search-Product-Code " "             00714000
007150                           Ws-Search-Risk-Tier                    00715000
007160                end-if                                            00716000
007170            when Ws-Writing-Journal                               00717000
007180                Move "D" to Gj-Debit-Credit                       00718000
007190                Move Ws-Mt-Debit-Account (Ws-Map-Sub)             00719000
007200                        to Gj-Account                             00720000
007210                perform WriteJournalLine                          00721000
007220                Move "C" to Gj-Debit-Credit                       00722000
007230                Move Ws-Mt-Credit-Account (Ws-Map-Sub)            00723000
007240                        to Gj-Account                             00724000
007250                perform WriteJournalLine                          00725000
007260            when other                                            00726000
007270                add Ws-Entry-Amount to Ws-Debit-Total             00727000
007280                add Ws-Entry-Amount to Ws-Credit-Total            00728000
007290                add 2 to Ws-Journal-Line-Count                    00729000
007300        end-evaluate                                              00730000
007310     end-if                                                       00731000
007320     .                                                            00732000
007330                                                                  00733000
007340* -------------------------------------------------------------   00734000
007350* Picks the most specific mapping for the search entry type,      00735000
007360* product and tier: an exact product scores above an exact        00736000
007370* tier, either above a blank.  Ws-Map-Sub is left zero when no    00737000
007380* entry applies.                                                  00738000
007390* -------------------------------------------------------------   00739000
007400 FindAccountMapping Section.                                      00740000
007410                                                                  00741000
007420     Move zero to Ws-Map-Sub.                                     00742000
007430     Move zero to Ws-Best-Score.                                  00743000
007440     perform varying Ws-Mt-Sub from 1 by 1                        00744000
007450             until Ws-Mt-Sub > Ws-Map-Count                       00745000
007460         if Ws-Mt-Entry-Type (Ws-Mt-Sub) = Ws-Search-Entry-Type   00746000
007470            Move 1 to Ws-Map-Score                                00747000
007480            evaluate Ws-Mt-Product-Code (Ws-Mt-Sub)               00748000
007490                when Ws-Search-Product-Code                       00749000
007500                    add 2 to Ws-Map-Score                         00750000
007510                when spaces                                       00751000
007520                    continue                                      00752000
007530                when other                                        00753000
007540                    Move zero to Ws-Map-Score                     00754000
007550            end-evaluate                                          00755000
007560            evaluate Ws-Mt-Risk-Tier (Ws-Mt-Sub)                  00756000
007570                when Ws-Search-Risk-Tier                          00757000
007580                    add 1 to Ws-Map-Score                         00758000
007590                when spaces                                       00759000
007600                    continue                                      00760000
007610                when other                                        00761000
007620                    Move zero to Ws-Map-Score                     00762000
007630            end-evaluate                                          00763000
007640            if Ws-Map-Score > Ws-Best-Score                       00764000
007650               Move Ws-Map-Score to Ws-Best-Score                 00765000
007660               Move Ws-Mt-Sub to Ws-Map-Sub                       00766000
007670            end-if                                                00767000
007680         end-if                                                   00768000
007690     end-perform                                                  00769000
007700     .                                                            00770000
007710                                                                  00771000
007720 WriteJournalLine Section.                                        00772000
007730                                                                  00773000
007740     add 1 to Ws-Line-No.                                         00774000
007750     Move "D"                    to Gj-Record-Type.               00775000
007760     Move Ws-Run-Date            to Gj-Business-Date.             00776000
007770     Move Ws-Line-No             to Gj-Line-No.                   00777000
007780     Move Ws-Search-Entry-Type   to Gj-Entry-Type.                00778000
007790     Move Ws-Search-Product-Code to Gj-Product-Code.              00779000
007800     Move Ws-Search-Risk-Tier    to Gj-Risk-Tier.                 00780000
007810     Move Ws-Entry-Amount        to Gj-Amount.                    00781000
007820     write Gl-Journal-Record                                      00782000
007830     .                                                            00783000
007840                                                                  00784000
007850* -------------------------------------------------------------   00785000
007858* The journal file was emptied in InitJournal and is always       00785800
007866* opened again here, so a run that aborted or a journal that      00786600
007874* failed its proof leaves an empty file behind rather than        00787400
007882* yesterday's journal for the ledger feed to pick up again.       00788200
007890* -------------------------------------------------------------   00789000
007900 ReleaseJournal Section.                                          00790000
007910                                                                  00791000
007920     open output Journal-File.                                    00792000
007930     if not Ws-Gj-File-Ok                                         00793000
007940        Display "XAGLJNL: journal file open failed, "             00794000
007950                "run aborted."                                    00795000
007952        Move Cc-Hard-Failure to Cc-Step-Condition                 00795200
007954        perform WriteRunStats                                     00795400
007956        Move Cc-Hard-Failure to Return-Code                       00795600
007960        Goback                                                    00796000
007970     end-if                                                       00797000
007980                                                                  00798000
007990     if Ws-Journal-Balanced                                       00799000
008000        Move "Y" to Ws-Write-Switch                               00800000
008010        perform JournalOneProduct                                 00801000
008020            varying Ws-Ja-Sub from 1 by 1                         00802000
008030            until Ws-Ja-Sub > Ws-No-Product-Sub                   00803000
008040                                                                  00804000
008050        Move spaces to Gl-Journal-Trailer                         00805000
008060        Move "T"                   to Gt-Record-Type              00806000
008070        Move Ws-Run-Date           to Gt-Business-Date            00807000
008080        Move Ws-Line-No            to Gt-Line-Count               00808000
008090        Move Ws-Debit-Total        to Gt-Debit-Total              00809000
008100        Move Ws-Credit-Total       to Gt-Credit-Total             00810000
008110        write Gl-Journal-Trailer                                  00811000
008120     else                                                         00812000
008130        Display "XAGLJNL: journal for " Ws-Run-Date               00813000
008140                " failed its proof and was NOT released"          00814000
008150     end-if                                                       00815000
008160                                                                  00816000
008170     close Journal-File                                           00817000
008180     .                                                            00818000
008190                                                                  00819000
008200 PrintProof Section.                                              00820000
008210                                                                  00821000
008220     Move spaces to Print-Line.                                   00822000
008230     perform WritePrintLine.                                      00823000
008240     Move spaces to Ws-Tx-Text.                                   00824000
008250     Move "PREMIUM BY PRODUCT AND TIER" to Ws-Tx-Text.            00825000
008260     perform WriteTextLine.                                       00826000
008270     Move spaces to Print-Line.                                   00827000
008280     Move Ws-Journal-Col-Heading to Print-Line.                   00828000
008290     perform WritePrintLine.                                      00829000
008300                                                                  00830000
008310     perform PrintOneProduct                                      00831000
008320         varying Ws-Ja-Sub from 1 by 1                            00832000
008330         until Ws-Ja-Sub > Ws-No-Product-Sub                      00833000
008340                                                                  00834000
008350     Move spaces to Print-Line.                                   00835000
008360     perform WritePrintLine.                                      00836000
008370                                                                  00837000
008380     Move "EXTRACT DETAILS READ" to Ws-Tt-Label.                  00838000
008390     Move Ws-Extract-Count to Ws-Tt-Count.                        00839000
008400     perform WriteTotalLine.                                      00840000
008410     Move "POSTED CLEANLY" to Ws-Tt-Label.                        00841000
008420     Move Ws-Posted-Count to Ws-Tt-Count.                         00842000
008430     perform WriteTotalLine.                                      00843000
008440     Move "LEFT IN SUSPENSE" to Ws-Tt-Label.                      00844000
008450     Move Ws-Suspense-Count to Ws-Tt-Count.                       00845000
008460     perform WriteTotalLine.                                      00846000
008470     Move "POSTED, NOT EXTRACTED" to Ws-Tt-Label.                 00847000
008480     Move Ws-Orphan-Count to Ws-Tt-Count.                         00848000
008490     perform WriteTotalLine.                                      00849000
008491     if Ws-Policy-Overflow-Count > zero                           00849100
008492        Move "POLICY TABLE FULL, NOT SPLIT" to Ws-Tt-Label        00849200
008493        Move Ws-Policy-Overflow-Count to Ws-Tt-Count              00849300
008494        perform WriteTotalLine                                    00849400
008495     end-if                                                       00849500
008500     Move "JOURNAL LINES" to Ws-Tt-Label.                         00850000
008510     Move Ws-Journal-Line-Count to Ws-Tt-Count.                   00851000
008520     perform WriteTotalLine.                                      00852000
008530                                                                  00853000
008540     Move "EXTRACT TRAILER TOTAL" to Ws-Am-Label.                 00854000
008550     Move Ws-Trailer-Total to Ws-Am-Amount.                       00855000
008560     perform WriteAmountLine.                                     00856000
008570     Move "PREMIUM WRITTEN" to Ws-Am-Label.                       00857000
008580     Move Ws-Written-Total to Ws-Am-Amount.                       00858000
008590     perform WriteAmountLine.                                     00859000
008600     Move "PREMIUM POSTED" to Ws-Am-Label.                        00860000
008610     Move Ws-Posted-Total to Ws-Am-Amount.                        00861000
008620     perform WriteAmountLine.                                     00862000
008630     Move "PREMIUM LEFT IN SUSPENSE" to Ws-Am-Label.              00863000
008640     Move Ws-Suspense-Total to Ws-Am-Amount.                      00864000
008650     perform WriteAmountLine.                                     00865000
008660     Move "JOURNAL DEBITS" to Ws-Am-Label.                        00866000
008670     Move Ws-Debit-Total to Ws-Am-Amount.                         00867000
008680     perform WriteAmountLine.                                     00868000
008690     Move "JOURNAL CREDITS" to Ws-Am-Label.                       00869000
008700     Move Ws-Credit-Total to Ws-Am-Amount.                        00870000
008710     perform WriteAmountLine.                                     00871000
008720                                                                  00872000
008730     Move spaces to Print-Line.                                   00873000
008740     perform WritePrintLine.                                      00874000
008750     Move spaces to Ws-Tx-Text.                                   00875000
008760     if Ws-Journal-Balanced                                       00876000
008770        Move "JOURNAL BALANCED - RELEASED TO THE LEDGER"          00877000
008780                to Ws-Tx-Text                                     00878000
008790     else                                                         00879000
008800        Move "JOURNAL OUT OF BALANCE - NOT RELEASED"              00880000
008810                to Ws-Tx-Text                                     00881000
008820     end-if                                                       00882000
008830     perform WriteTextLine                                        00883000
008840     .                                                            00884000
008850                                                                  00885000
008860 PrintOneProduct Section.                                         00886000
008870                                                                  00887000
008880     if Ws-Ja-Sub <= Pt-Product-Count                             00888000
008890             or Ws-Ja-Sub = Ws-No-Product-Sub                     00889000
008900        perform PrintOneTierLine                                  00890000
008910            varying Ws-Tier-Sub from 1 by 1                       00891000
008920            until Ws-Tier-Sub > 4                                 00892000
008930     end-if                                                       00893000
008940     .                                                            00894000
008950                                                                  00895000
008960 PrintOneTierLine Section.                                        00896000
008970                                                                  00897000
008980     if Ws-Ja-Written (Ws-Ja-Sub Ws-Tier-Sub) not = zero          00898000
008990        Move spaces to Ws-Journal-Detail                          00899000
009000        if Ws-Ja-Sub = Ws-No-Product-Sub                          00900000
009010           Move Ws-No-Product-Code to Ws-Jd-Product-Code          00901000
009020        else                                                      00902000
009030           Move Pt-Tbl-Product-Code (Ws-Ja-Sub)                   00903000
009040                   to Ws-Jd-Product-Code                          00904000
009050        end-if                                                    00905000
009060        Move Ws-Tier-Name (Ws-Tier-Sub) to Ws-Jd-Risk-Tier        00906000
009070        Move Ws-Ja-Written (Ws-Ja-Sub Ws-Tier-Sub)                00907000
009080                to Ws-Jd-Written                                  00908000
009090        Move Ws-Ja-Posted (Ws-Ja-Sub Ws-Tier-Sub)                 00909000
009100                to Ws-Jd-Posted                                   00910000
009110        Move Ws-Ja-Suspense (Ws-Ja-Sub Ws-Tier-Sub)               00911000
009120                to Ws-Jd-Suspense                                 00912000
009130        Move spaces to Print-Line                                 00913000
009140        Move Ws-Journal-Detail to Print-Line                      00914000
009150        perform WritePrintLine                                    00915000
009160     end-if                                                       00916000
009170     .                                                            00917000
009180                                                                  00918000
009190 WriteTextLine Section.                                           00919000
009200                                                                  00920000
009210     Move spaces to Print-Line.                                   00921000
009220     Move Ws-Text-Line to Print-Line.                             00922000
009230     perform WritePrintLine.                                      00923000
009240     Move spaces to Ws-Tx-Text                                    00924000
009250     .                                                            00925000
009260                                                                  00926000
009270 WriteTotalLine Section.                                          00927000
009280                                                                  00928000
009290     Move spaces to Print-Line.                                   00929000
009300     Move Ws-Total-Detail to Print-Line.                          00930000
009310     perform WritePrintLine                                       00931000
009320     .                                                            00932000
009330                                                                  00933000
009340 WriteAmountLine Section.                                         00934000
009350                                                                  00935000
009360     Move spaces to Print-Line.                                   00936000
009370     Move Ws-Amount-Detail to Print-Line.                         00937000
009380     perform WritePrintLine                                       00938000
009390     .                                                            00939000
009400                                                                  00940000
009410* -------------------------------------------------------------   00941000
009420* All report output funnels through here so the page heading      00942000
009430* and line counting live in one place.                            00943000
009440* -------------------------------------------------------------   00944000
009450 WritePrintLine Section.                                          00945000
009460                                                                  00946000
009470     if Ws-Line-Count >= Ws-Page-Limit                            00947000
009480        perform WritePageHeading                                  00948000
009490     end-if                                                       00949000
009500     write Print-Line after advancing 1 line.                     00950000
009510     add 1 to Ws-Line-Count                                       00951000
009520     .                                                            00952000
009530                                                                  00953000
009540 WritePageHeading Section.                                        00954000
009550                                                                  00955000
009560     Move Print-Line to Ws-Saved-Print-Line.                      00956000
009570     add 1 to Ws-Page-Count.                                      00957000
009580     Move Ws-Run-Date to Ws-H1-Run-Date.                          00958000
009590     Move Ws-Page-Count to Ws-H1-Page.                            00959000
009600                                                                  00960000
009610     if Ws-Page-Count = 1                                         00961000
009620        write Print-Line from Ws-Heading-1                        00962000
009630                after advancing 1 line                            00963000
009640     else                                                         00964000
009650        write Print-Line from Ws-Heading-1                        00965000
009660                after advancing page                              00966000
009670     end-if                                                       00967000
009680     Move spaces to Print-Line.                                   00968000
009690     write Print-Line after advancing 1 line.                     00969000
009700     Move Ws-Saved-Print-Line to Print-Line.                      00970000
009710     Move 2 to Ws-Line-Count                                      00971000
009720     .                                                            00972000
009730                                                                  00973000
009740 Finalize Section.                                                00974000
009750                                                                  00975000
009760     close Billing-Extract-File.                                  00976000
009770     close Sorted-Ack-File.                                       00977000
009780     close Policy-File.                                           00978000
009790     close Proof-Report-File.                                     00979000
009800                                                                  00980000
009810     Display "XAGLJNL: " Ws-Extract-Count " extracted, "          00981000
009820             Ws-Posted-Count " posted, "                          00982000
009830             Ws-Suspense-Count " in suspense, "                   00983000
009840             Ws-Journal-Line-Count " journal line(s)."            00984000
009850                                                                  00985000
009860     perform SetStepCondition                                     00986000
009862     perform WriteRunStats                                        00986200
009870     .                                                            00987000
009880                                                                  00988000
009890* -------------------------------------------------------------   00989000
009900* In is the extract details read, out the journal lines           00990000
009910* released, reject the items left in suspense.  A journal held    00991000
009920* back by its proof is recorded as ended in error.                00992000
009930* -------------------------------------------------------------   00993000
009940 WriteRunStats Section.                                           00994000
009950                                                                  00995000
009960     Move "XAGLJNL" to Rs-Program-Id.                             00996000
009970     Move Ws-Run-Date to Rs-Business-Date.                        00997000
009980     Move Ws-Extract-Count to Rs-In-Count.                        00998000
009990     Move Ws-Line-No to Rs-Out-Count.                             00999000
010000     Move Ws-Suspense-Count to Rs-Reject-Count.                   01000000
010010     if Ws-Journal-Balanced                                       01001000
010020        Move "C" to Rs-Completion-Status                          01002000
010030     else                                                         01003000
010040        Move "E" to Rs-Completion-Status                          01004000
010050     end-if                                                       01005000
010052     Move Cc-Step-Condition to Rs-Condition-Code.                 01005200
010054     if Cc-Step-Condition = Cc-Hard-Failure                       01005400
010056        Move "E" to Rs-Completion-Status                          01005600
010058     end-if                                                       01005800
010060     call "XaStatWr" using Run-Stats-Record                       01006000
010070     .                                                            01007000
010080                                                                  01008000
010090 SetStepCondition Section.                                        01009000
010100                                                                  01010000
010110     evaluate true                                                01011000
010120         when not Ws-Journal-Balanced                             01012000
010130             Move Cc-Out-Of-Balance to Cc-Step-Condition          01013000
010140         when Ws-Suspense-Count > zero or Ws-Orphan-Count > zero  01014000
010142                 or Ws-Policy-Overflow-Count > zero               01014200
010150             Move Cc-Warning to Cc-Step-Condition                 01015000
010160         when other                                               01016000
010170             Move Cc-Clean to Cc-Step-Condition                   01017000
010180     end-evaluate                                                 01018000
010190     .                                                            01019000
