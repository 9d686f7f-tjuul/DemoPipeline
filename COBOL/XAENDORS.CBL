000010 Identification division.                                         00001000
000020 Program-id.   XaEndors.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000047* Mid-term premium adjustment (endorsement) step.  Run after      00004700
000054* the rating run, XaPoMnt and XaNotice, it raises the part-year   00005400
000061* premium change the full-year billing never does:                00006100
000068*   - a customer whose tier on tonight's history entry differs    00006800
000075*     from the previous entry has the change in loading on the    00007500
000082*     base annual premium worked once, since billing is per       00008200
000089*     customer, and spread over the policies in force by sum      00008900
000096*     assured, each share pro rata for the days left to the       00009600
000103*     policy's next inception anniversary - additional premium    00010300
000110*     on a move up, return premium on a move down.  The change    00011000
000117*     is the one XaNotice has given notice of on the notice       00011700
000124*     control file, billed loading to pending loading, dated      00012400
000131*     from its effective date, the day billing starts to charge   00013100
000138*     it; a change held at the billed loading adjusts nothing,    00013800
000140*     but one held for want of an address is charged on the       00014000
000142*     night its notice finally goes out;                          00014200
000145*   - each policy XaPoMnt cancelled tonight gets back the         00014500
000152*     unexpired part of its sum-assured share of what XaBilExt    00015200
000159*     bills the customer, the base premium at the billed          00015900
000160*     loading;                                                    00016000
000161*   - a pending change XaNotice withdrew tonight, dropped or      00016100
000162*     replaced before billing ever charged it, has what was       00016200
000163*     charged for it reversed from the same effective date and    00016300
000164*     spread the same way.  The notice control record carries     00016400
000165*     whether the change was charged: this step marks it when it  00016500
000166*     raises the adjustment.                                      00016600
000173* HISTFILE is read in key order, customer id then rating date,    00017300
000180* alongside the cancelled-policy file, the policy file and the    00018000
000187* customer master, all ascending by customer id.  Days are        00018700
000194* counted on the 30/360 basis XaSusRcy ages suspense items on.    00019400
000201* The adjustment extract closes with a control trailer of         00020100
000208* counts and totals for billing to prove the load.                00020800
000215* The step does not start until XaChnGat finds the steps          00021500
000222* upstream of it clean.  Customers left unadjusted end the        00022200
000229* step with the warning condition code (STEPCC).                  00022900
000240* -------------------------------------------------------------   00024000
000250 environment division.                                            00025000
000260 Input-Output section.                                            00026000
000270 File-control.                                                    00027000
000280     select History-File assign to HistFileDd                     00028000
000290         organization is indexed                                  00029000
000300         access mode is dynamic                                   00030000
000310         record key is Hi-Hist-Key                                00031000
000320         file status is Ws-Hi-File-Status.                        00032000
000330                                                                  00033000
000340     select Cancelled-Policy-File assign to CanPolDd              00034000
000350         organization is line sequential                          00035000
000360         file status is Ws-Pc-File-Status.                        00036000
000370                                                                  00037000
000380     select Policy-File assign to PolFileDd                       00038000
000390         organization is line sequential                          00039000
000400         file status is Ws-Po-File-Status.                        00040000
000410                                                                  00041000
000420     select Customer-Master-File assign to CustMstDd              00042000
000430         organization is line sequential                          00043000
000440         file status is Ws-Cm-File-Status.                        00044000
000450                                                                  00045000
000460     select Run-Control-File assign to RunCtlDd                   00046000
000470         organization is line sequential                          00047000
000480         file status is Ws-Rn-File-Status.                        00048000
000490                                                                  00049000
000500     select Adjustment-Extract-File assign to AdjExtDd            00050000
000510         organization is line sequential                          00051000
000520         file status is Ws-Ad-File-Status.                        00052000
000521                                                                  00052100
000522     select Notice-Control-File assign to NtcCtlDd                00052200
000523         organization is indexed                                  00052300
000524         access mode is dynamic                                   00052400
000525         record key is Nt-Cust-Id                                 00052500
000526         file status is Ws-Nt-File-Status.                        00052600
000530                                                                  00053000
000540 Data Division.                                                   00054000
000550 File Section.                                                    00055000
000560 Fd  History-File.                                                00056000
000570 copy HISTREC.                                                    00057000
000580                                                                  00058000
000590 Fd  Cancelled-Policy-File.                                       00059000
000600 copy POLREC replacing ==Policy-Record== by                       00060000
000610         ==Cancelled-Policy-Record==                              00061000
000620         leading ==Po-== by ==Pc-==.                              00062000
000630                                                                  00063000
000640 Fd  Policy-File.                                                 00064000
000650 copy POLREC.                                                     00065000
000660                                                                  00066000
000670 Fd  Customer-Master-File.                                        00067000
000680 copy CUSTREC.                                                    00068000
000690                                                                  00069000
000700 Fd  Run-Control-File.                                            00070000
000710 copy RUNCTLREC.                                                  00071000
000720                                                                  00072000
000730 Fd  Adjustment-Extract-File.                                     00073000
000740 copy ADJREC.                                                     00074000
000742                                                                  00074200
000744 Fd  Notice-Control-File.                                         00074400
000746 copy NTCCTLREC.                                                  00074600
000750                                                                  00075000
000760 Working-Storage Section.                                         00076000
000770 01  Ws-Hi-File-Status           pic x(02).                       00077000
000780     88  Ws-Hi-File-Ok               value "00".                  00078000
000790 01  Ws-Pc-File-Status           pic x(02).                       00079000
000800     88  Ws-Pc-File-Ok               value "00".                  00080000
000810 01  Ws-Po-File-Status           pic x(02).                       00081000
000820     88  Ws-Po-File-Ok               value "00".                  00082000
000830 01  Ws-Cm-File-Status           pic x(02).                       00083000
000840     88  Ws-Cm-File-Ok               value "00".                  00084000
000850 01  Ws-Rn-File-Status           pic x(02).                       00085000
000860     88  Ws-Rn-File-Ok               value "00".                  00086000
000870 01  Ws-Ad-File-Status           pic x(02).                       00087000
000880     88  Ws-Ad-File-Ok               value "00".                  00088000
000881 01  Ws-Nt-File-Status           pic x(02).                       00088100
000882     88  Ws-Nt-File-Ok               value "00".                  00088200
000883     88  Ws-Nt-File-Not-Found        value "35".                  00088300
000884 01  Ws-Nt-File-Present          pic x(01) value "N".             00088400
000885     88  Ws-Nt-On-File               value "Y".                   00088500
000890                                                                  00089000
000900 01  Ws-Hi-Eof-Switch             pic x(01) value "N".            00090000
000910     88  Ws-Hi-At-Eof                 value "Y".                  00091000
000920 01  Ws-Cm-Eof-Switch             pic x(01) value "N".            00092000
000930     88  Ws-Cm-At-Eof                 value "Y".                  00093000
000940 01  Ws-Master-Found-Switch       pic x(01).                      00094000
000950     88  Ws-Master-Found              value "Y".                  00095000
000960                                                                  00096000
000970 copy TIERBAND.                                                   00097000
000980                                                                  00098000
001000 01  Ws-Gate-Status               pic x(01).                      00100000
001020     88  Ws-Gate-Open                 value "Y".                  00102000
001040                                                                  00104000
001050* -------------------------------------------------------------   00105000
001060* Walk keys, customer ids one digit wider so 9999999 is a clean   00106000
001070* end-of-file sentinel.                                           00107000
001080* -------------------------------------------------------------   00108000
001090 01  Ws-Hist-Key                  pic 9(07) value zero.           00109000
001100 01  Ws-Cancel-Key                pic 9(07) value zero.           00110000
001110 01  Ws-Policy-Key                pic 9(07) value zero.           00111000
001120 01  Ws-Current-Key               pic 9(07) value zero.           00112000
001130 01  Ws-Key-Eof                   pic 9(07) value 9999999.        00113000
001140                                                                  00114000
001150* -------------------------------------------------------------   00115000
001160* One customer's history, gathered from HISTFILE: the latest      00116000
001170* entry and the one before it.                                    00117000
001180* -------------------------------------------------------------   00118000
001190 01  Ws-Hist-Customer.                                            00119000
001200     03  Ws-Hc-Latest-Date        pic 9(08).                      00120000
001210     03  Ws-Hc-Latest-Tier        pic x(06).                      00121000
001220     03  Ws-Hc-Prior-Tier         pic x(06).                      00122000
001230 01  Ws-Cust-Tier                 pic x(06).                      00123000
001240                                                                  00124000
001250 01  Ws-Old-Tier                  pic x(06).                      00125000
001260 01  Ws-New-Tier                  pic x(06).                      00126000
001270 01  Ws-Old-Loading               pic 9(03).                      00127000
001280 01  Ws-New-Loading               pic 9(03).                      00128000
001290 01  Ws-Tier-Loading              pic 9(03).                      00129000
001300 01  Ws-Tier-Name                 pic x(06).                      00130000
001310 01  Ws-Tier-Known-Switch         pic x(01).                      00131000
001320     88  Ws-Tier-Known                value "Y".                  00132000
001322 01  Ws-Tier-Adjusted-Switch      pic x(01).                      00132200
001324     88  Ws-Tier-Adjusted             value "Y".                  00132400
001330 01  Ws-Annual-Change             pic 9(09)v99.                   00133000
001331 01  Ws-Billed-Found-Switch       pic x(01).                      00133100
001332     88  Ws-Billed-Found              value "Y".                  00133200
001333 01  Ws-Billed-Loading            pic 9(03).                      00133300
001334                                                                  00133400
001335* -------------------------------------------------------------   00133500
001336* One customer's policies, in force and cancelled tonight, for    00133600
001337* spreading a customer amount by sum assured.                     00133700
001338* -------------------------------------------------------------   00133800
001339 01  Ws-Customer-Policies.                                        00133900
001340     03  Ws-Cp-Count              pic 9(02) value zero.           00134000
001341     03  Ws-Cp-Entry occurs 50 times.                             00134100
001342         05  Ws-Cp-Policy-No      pic 9(04).                      00134200
001343         05  Ws-Cp-Inception-Date pic 9(08).                      00134300
001344         05  Ws-Cp-Sum-Assured    pic 9(12).                      00134400
001345         05  Ws-Cp-Cancelled      pic x(01).                      00134500
001346             88  Ws-Cp-Is-Cancelled   value "Y".                  00134600
001347 01  Ws-Cp-Sub                    pic 9(02).                      00134700
001348 01  Ws-Cp-Sum-Assured-Total      pic 9(13).                      00134800
001349 01  Ws-Cp-Cancel-Count           pic 9(02).                      00134900
001350 01  Ws-Customer-Amount           pic 9(09)v99.                   00135000
001351 01  Ws-Policy-Share              pic 9(09)v99.                   00135100
001352 01  Ws-Share-Left                pic 9(09)v99.                   00135200
001353 01  Ws-Spread-Reason             pic x(04).                      00135300
001354     88  Ws-Spreading-Tier            value "TIER".               00135400
001355     88  Ws-Spreading-Refund          value "CANC".               00135500
001356     88  Ws-Spreading-Reversal        value "WDRN".               00135600
001357                                                                  00135700
001358 01  Ws-Run-Date                  pic 9(08).                      00135800
001359 01  filler redefines Ws-Run-Date.                                00135900
001360     03  Ws-Run-Year              pic 9(04).                      00136000
001380     03  Ws-Run-Month-Day         pic 9(04).                      00138000
001390                                                                  00139000
001392 01  Ws-Adjust-Date               pic 9(08).                      00139200
001393 01  filler redefines Ws-Adjust-Date.                             00139300
001394     03  Ws-Aj-Year               pic 9(04).                      00139400
001395     03  Ws-Aj-Month-Day          pic 9(04).                      00139500
001397                                                                  00139700
001400 01  Ws-Anniversary-Date          pic 9(08).                      00140000
001410 01  filler redefines Ws-Anniversary-Date.                        00141000
001420     03  Ws-An-Year               pic 9(04).                      00142000
001430     03  Ws-An-Month-Day          pic 9(04).                      00143000
001440                                                                  00144000
001450 01  Ws-Inception-Work            pic 9(08).                      00145000
001460 01  filler redefines Ws-Inception-Work.                          00146000
001470     03  Ws-In-Year               pic 9(04).                      00147000
001480     03  Ws-In-Month-Day          pic 9(04).                      00148000
001490                                                                  00149000
001500 01  Ws-Date-Work                 pic 9(08).                      00150000
001510 01  filler redefines Ws-Date-Work.                               00151000
001520     03  Ws-Dw-Year               pic 9(04).                      00152000
001530     03  Ws-Dw-Month              pic 9(02).                      00153000
001540     03  Ws-Dw-Day                pic 9(02).                      00154000
001550 01  Ws-Date-Serial               pic 9(09).                      00155000
001560 01  Ws-Adjust-Serial             pic 9(09).                      00156000
001570 01  Ws-Days-Remaining            pic 9(03).                      00157000
001580                                                                  00158000
001590 01  Ws-Tier-Change-Count         pic 9(09) value zero.           00159000
001600 01  Ws-Cancel-Read-Count         pic 9(09) value zero.           00160000
001610 01  Ws-Detail-Count              pic 9(09) value zero.           00161000
001620 01  Ws-Additional-Count          pic 9(09) value zero.           00162000
001630 01  Ws-Additional-Total          pic 9(11)v99 value zero.        00163000
001640 01  Ws-Return-Count              pic 9(09) value zero.           00164000
001650 01  Ws-Return-Total              pic 9(11)v99 value zero.        00165000
001660 01  Ws-No-Master-Count           pic 9(09) value zero.           00166000
001670 01  Ws-No-History-Count          pic 9(09) value zero.           00167000
001680 01  Ws-Unknown-Tier-Count        pic 9(09) value zero.           00168000
001682 01  Ws-Held-Count                pic 9(09) value zero.           00168200
001684 01  Ws-Policy-Overflow-Count     pic 9(09) value zero.           00168400
001686 01  Ws-Reversal-Count            pic 9(09) value zero.           00168600
001688 01  Ws-Unreversed-Count          pic 9(09) value zero.           00168800
001690                                                                  00169000
001700 copy RUNSTATREC.                                                 00170000
001702 copy STEPCC.                                                     00170200
001710                                                                  00171000
001720 Procedure division.                                              00172000
001730                                                                  00173000
001740 Main section.                                                    00174000
001750                                                                  00175000
001760     Perform InitEndorse.                                         00176000
001770     Perform ProcessCustomers.                                    00177000
001780     Perform Finalize.                                            00178000
001782     Move Cc-Step-Condition to Return-Code.                       00178200
001790     Goback.                                                      00179000
001800                                                                  00180000
001810 InitEndorse Section.                                             00181000
001820                                                                  00182000
001830     perform SetBusinessDate.                                     00183000
001840                                                                  00184000
001847     call "XaChnGat" using "XAENDORS" Ws-Run-Date Ws-Gate-Status. 00184700
001854     if not Ws-Gate-Open                                          00185400
001861        Display "XAENDORS: chain gate closed, run aborted."       00186100
001868        Move Cc-Hard-Failure to Cc-Step-Condition                 00186800
001875        perform WriteRunStats                                     00187500
001882        Move Cc-Hard-Failure to Return-Code                       00188200
001889        Goback                                                    00188900
001896     end-if                                                       00189600
001910                                                                  00191000
001920     open input History-File.                                     00192000
001930     if not Ws-Hi-File-Ok                                         00193000
001940        Display "XAENDORS: history file open failed, run aborted."00194000
001942        Move Cc-Hard-Failure to Cc-Step-Condition                 00194200
001944        perform WriteRunStats                                     00194400
001946        Move Cc-Hard-Failure to Return-Code                       00194600
001950        Goback                                                    00195000
001960     end-if                                                       00196000
001970                                                                  00197000
001980     open input Cancelled-Policy-File.                            00198000
001990     if not Ws-Pc-File-Ok                                         00199000
002000        Display "XAENDORS: cancelled policy file open failed, "   00200000
002010                "run aborted."                                    00201000
002012        Move Cc-Hard-Failure to Cc-Step-Condition                 00201200
002014        perform WriteRunStats                                     00201400
002016        Move Cc-Hard-Failure to Return-Code                       00201600
002020        Goback                                                    00202000
002030     end-if                                                       00203000
002040                                                                  00204000
002050     open input Policy-File.                                      00205000
002060     if not Ws-Po-File-Ok                                         00206000
002070        Display "XAENDORS: policy file open failed, run aborted." 00207000
002072        Move Cc-Hard-Failure to Cc-Step-Condition                 00207200
002074        perform WriteRunStats                                     00207400
002076        Move Cc-Hard-Failure to Return-Code                       00207600
002080        Goback                                                    00208000
002090     end-if                                                       00209000
002100                                                                  00210000
002110     open input Customer-Master-File.                             00211000
002120     if not Ws-Cm-File-Ok                                         00212000
002130        Display "XAENDORS: customer master open failed, "         00213000
002140                "run aborted."                                    00214000
002142        Move Cc-Hard-Failure to Cc-Step-Condition                 00214200
002144        perform WriteRunStats                                     00214400
002146        Move Cc-Hard-Failure to Return-Code                       00214600
002150        Goback                                                    00215000
002160     end-if                                                       00216000
002170                                                                  00217000
002180     open output Adjustment-Extract-File.                         00218000
002190     if not Ws-Ad-File-Ok                                         00219000
002200        Display "XAENDORS: adjustment extract open failed, "      00220000
002210                "run aborted."                                    00221000
002212        Move Cc-Hard-Failure to Cc-Step-Condition                 00221200
002214        perform WriteRunStats                                     00221400
002216        Move Cc-Hard-Failure to Return-Code                       00221600
002220        Goback                                                    00222000
002230     end-if                                                       00223000
002231                                                                  00223100
002232     open i-o Notice-Control-File.                                00223200
002233     if not Ws-Nt-File-Ok and not Ws-Nt-File-Not-Found            00223300
002234        Display "XAENDORS: notice control file open failed, "     00223400
002235                "run aborted."                                    00223500
002236        Move Cc-Hard-Failure to Cc-Step-Condition                 00223600
002237        perform WriteRunStats                                     00223700
002238        Move Cc-Hard-Failure to Return-Code                       00223800
002239        Goback                                                    00223900
002240     end-if                                                       00224000
002241     if Ws-Nt-File-Ok                                             00224100
002242        Move "Y" to Ws-Nt-File-Present                            00224200
002243     end-if                                                       00224300
002244                                                                  00224400
002250     perform ReadHistory.                                         00225000
002260     perform ReadHistoryCustomer.                                 00226000
002270     perform ReadCancelled.                                       00227000
002280     perform ReadPolicy.                                          00228000
002290     perform ReadMaster                                           00229000
002300     .                                                            00230000
002310                                                                  00231000
002320 SetBusinessDate Section.                                         00232000
002330                                                                  00233000
002340     Accept Ws-Run-Date from date YYYYMMDD.                       00234000
002350                                                                  00235000
002360     open input Run-Control-File.                                 00236000
002370     if Ws-Rn-File-Ok                                             00237000
002380        read Run-Control-File                                     00238000
002390            at end                                                00239000
002400                continue                                          00240000
002410            not at end                                            00241000
002420                Move Rn-Business-Date to Ws-Run-Date              00242000
002430        end-read                                                  00243000
002440        close Run-Control-File                                    00244000
002450     end-if                                                       00245000
002480     .                                                            00248000
002510                                                                  00251000
002520* -------------------------------------------------------------   00252000
002530* The lowest customer id still on hand across the history and     00253000
002540* the cancellations is taken next.  A customer only on the        00254000
002550* history file with no tier change costs nothing but the          00255000
002560* advance.                                                        00256000
002570* -------------------------------------------------------------   00257000
002580 ProcessCustomers Section.                                        00258000
002590                                                                  00259000
002600     perform until Ws-Hist-Key = Ws-Key-Eof                       00260000
002610             and Ws-Cancel-Key = Ws-Key-Eof                       00261000
002620         Move Ws-Hist-Key to Ws-Current-Key                       00262000
002630         if Ws-Cancel-Key < Ws-Current-Key                        00263000
002640            Move Ws-Cancel-Key to Ws-Current-Key                  00264000
002650         end-if                                                   00265000
002660         perform ProcessOneCustomer                               00266000
002670     end-perform                                                  00267000
002680     .                                                            00268000
002690                                                                  00269000
002693 ProcessOneCustomer Section.                                      00269300
002696                                                                  00269600
002699     perform until Ws-Cm-At-Eof or Cm-Cust-Id >= Ws-Current-Key   00269900
002702         perform ReadMaster                                       00270200
002705     end-perform                                                  00270500
002708     Move "N" to Ws-Master-Found-Switch.                          00270800
002711     if not Ws-Cm-At-Eof and Cm-Cust-Id = Ws-Current-Key          00271100
002714        Move "Y" to Ws-Master-Found-Switch                        00271400
002717     end-if                                                       00271700
002720                                                                  00272000
002723     perform until Ws-Policy-Key >= Ws-Current-Key                00272300
002726         perform ReadPolicy                                       00272600
002729     end-perform                                                  00272900
002732     perform GatherCustomerPolicies.                              00273200
002735     perform FindBilledLoading.                                   00273500
002738                                                                  00273800
002739     Move spaces to Ws-Cust-Tier.                                 00273900
002740     Move "N" to Ws-Tier-Adjusted-Switch.                         00274000
002741     if Ws-Hist-Key = Ws-Current-Key                              00274100
002742        Move Ws-Hc-Latest-Tier to Ws-Cust-Tier                    00274200
002743        if Ws-Hc-Latest-Date = Ws-Run-Date                        00274300
002744                and Ws-Hc-Prior-Tier not = spaces                 00274400
002745                and Ws-Hc-Prior-Tier not = Ws-Hc-Latest-Tier      00274500
002746           perform AdjustTierChange                               00274600
002747        end-if                                                    00274700
002748        perform ReadHistoryCustomer                               00274800
002749     end-if                                                       00274900
002750                                                                  00275000
002751     if not Ws-Tier-Adjusted and Ws-Billed-Found                  00275100
002752             and Nt-Change-Pending and Nt-Pending-Reason = "TIER" 00275200
002753             and Nt-Notice-Date = Ws-Run-Date                     00275300
002754             and not Nt-Change-Charged                            00275400
002755        perform AdjustNoticedChange                               00275500
002756     end-if                                                       00275600
002761                                                                  00276100
002763     if Ws-Billed-Found and Nt-Wdn-Was-Charged                    00276300
002765             and Nt-Wdn-Date = Ws-Run-Date                        00276500
002767        perform ReverseWithdrawnCharge                            00276700
002769     end-if                                                       00276900
002771                                                                  00277100
002774     if Ws-Cp-Cancel-Count > zero                                 00277400
002777        perform AdjustCancellations                               00277700
002780     end-if                                                       00278000
002783     .                                                            00278300
002786                                                                  00278600
002789* -------------------------------------------------------------   00278900
002792* The customer's policies in force and those cancelled tonight    00279200
002795* make up the sum assured billing's premium is spread over.  A    00279500
002798* policy beyond the table is reported and left unadjusted.        00279800
002801* -------------------------------------------------------------   00280100
002804 GatherCustomerPolicies Section.                                  00280400
002807                                                                  00280700
002810     Move zero to Ws-Cp-Count.                                    00281000
002813     Move zero to Ws-Cp-Cancel-Count.                             00281300
002816     Move zero to Ws-Cp-Sum-Assured-Total.                        00281600
002819     perform until Ws-Policy-Key not = Ws-Current-Key             00281900
002822         if Ws-Cp-Count < 50                                      00282200
002825            add 1 to Ws-Cp-Count                                  00282500
002828            Move Po-Policy-No to Ws-Cp-Policy-No (Ws-Cp-Count)    00282800
002831            Move Po-Inception-Date                                00283100
002834                    to Ws-Cp-Inception-Date (Ws-Cp-Count)         00283400
002837            Move Po-Sum-Assured to Ws-Cp-Sum-Assured (Ws-Cp-Count)00283700
002840            Move "N" to Ws-Cp-Cancelled (Ws-Cp-Count)             00284000
002843            add Po-Sum-Assured to Ws-Cp-Sum-Assured-Total         00284300
002846         else                                                     00284600
002849            add 1 to Ws-Policy-Overflow-Count                     00284900
002852            Display "XAENDORS: customer " Ws-Current-Key          00285200
002855                    " policy " Po-Policy-No                       00285500
002858                    " beyond the policy table, not adjusted"      00285800
002861         end-if                                                   00286100
002864         perform ReadPolicy                                       00286400
002867     end-perform                                                  00286700
002870                                                                  00287000
002873     perform until Ws-Cancel-Key not = Ws-Current-Key             00287300
002876         add 1 to Ws-Cancel-Read-Count                            00287600
002879         if Ws-Cp-Count < 50                                      00287900
002882            add 1 to Ws-Cp-Count                                  00288200
002885            add 1 to Ws-Cp-Cancel-Count                           00288500
002888            Move Pc-Policy-No to Ws-Cp-Policy-No (Ws-Cp-Count)    00288800
002891            Move Pc-Inception-Date                                00289100
002894                    to Ws-Cp-Inception-Date (Ws-Cp-Count)         00289400
002897            Move Pc-Sum-Assured to Ws-Cp-Sum-Assured (Ws-Cp-Count)00289700
002900            Move "Y" to Ws-Cp-Cancelled (Ws-Cp-Count)             00290000
002903            add Pc-Sum-Assured to Ws-Cp-Sum-Assured-Total         00290300
002906         else                                                     00290600
002909            add 1 to Ws-Policy-Overflow-Count                     00290900
002912            Display "XAENDORS: customer " Ws-Current-Key          00291200
002915                    " cancelled policy " Pc-Policy-No             00291500
002918                    " beyond the policy table, not adjusted"      00291800
002921         end-if                                                   00292100
002924         perform ReadCancelled                                    00292400
002927     end-perform                                                  00292700
002930     .                                                            00293000
002933                                                                  00293300
002936* -------------------------------------------------------------   00293600
002939* The loading XaBilExt bills is the notice control file's where   00293900
002942* it carries the customer; the record is left in the buffer.      00294200
002945* -------------------------------------------------------------   00294500
002948 FindBilledLoading Section.                                       00294800
002951                                                                  00295100
002954     Move "N" to Ws-Billed-Found-Switch.                          00295400
002957     if Ws-Nt-On-File                                             00295700
002960        Move Ws-Current-Key to Nt-Cust-Id                         00296000
002963        read Notice-Control-File                                  00296300
002966            key is Nt-Cust-Id                                     00296600
002969            invalid key                                           00296900
002972                continue                                          00297200
002975            not invalid key                                       00297500
002978                Move "Y" to Ws-Billed-Found-Switch                00297800
002981        end-read                                                  00298100
002984     end-if                                                       00298400
002987     .                                                            00298700
003000                                                                  00300000
003006* -------------------------------------------------------------   00300600
003010* The annual change is the loading difference on the base         00301000
003014* premium, worked once for the customer.  With a notice control   00301400
003018* record it is the change XaNotice gave notice of tonight and     00301800
003022* dates from the notice effective date; once raised the control   00302200
003026* record is marked charged, so that a withdrawal can be reversed. 00302600
003030* With none pending tonight (worklisted for want of an address,   00303000
003034* or withdrawn) billing holds the old loading and there is        00303400
003038* nothing to adjust here; the notice sent once the address is     00303800
003042* on file is charged by AdjustNoticedChange.  With no record      00304200
003046* billing charges the risk report loading from tonight, and the   00304600
003050* tier band loadings are taken instead.                           00305000
003054* -------------------------------------------------------------   00305400
003066 AdjustTierChange Section.                                        00306600
003069                                                                  00306900
003072     add 1 to Ws-Tier-Change-Count.                               00307200
003075     Move "Y" to Ws-Tier-Adjusted-Switch.                         00307500
003078     Move Ws-Hc-Prior-Tier to Ws-Old-Tier.                        00307800
003081     Move Ws-Hc-Latest-Tier to Ws-New-Tier.                       00308100
003084     Move Ws-Run-Date to Ws-Adjust-Date.                          00308400
003087                                                                  00308700
003090     if Ws-Billed-Found                                           00309000
003093        Move "Y" to Ws-Tier-Known-Switch                          00309300
003096        Move Nt-Billed-Loading-Pct to Ws-Old-Loading              00309600
003099        Move Nt-Billed-Loading-Pct to Ws-New-Loading              00309900
003102        if Nt-Change-Pending and Nt-Notice-Date = Ws-Run-Date     00310200
003105           Move Nt-Pending-Loading-Pct to Ws-New-Loading          00310500
003108           Move Nt-Effective-Date to Ws-Adjust-Date               00310800
003111        else                                                      00311100
003114           add 1 to Ws-Held-Count                                 00311400
003117        end-if                                                    00311700
003120     else                                                         00312000
003123        Move Ws-Old-Tier to Ws-Tier-Name                          00312300
003126        perform FindTierLoading                                   00312600
003129        Move Ws-Tier-Loading to Ws-Old-Loading                    00312900
003132        if Ws-Tier-Known                                          00313200
003135           Move Ws-New-Tier to Ws-Tier-Name                       00313500
003138           perform FindTierLoading                                00313800
003141           Move Ws-Tier-Loading to Ws-New-Loading                 00314100
003144        end-if                                                    00314400
003147     end-if                                                       00314700
003150     perform ChargeLoadingChange                                  00315000
003153     .                                                            00315300
003156                                                                  00315600
003159* -------------------------------------------------------------   00315900
003162* A tier change XaNotice could not give notice of on the night    00316200
003165* it was rated (worklisted for want of an address) has no change  00316500
003168* on tonight's history entry when the notice finally goes out.    00316800
003171* It is charged from the control record alone: billed loading     00317100
003174* to pending loading, from the notice effective date.  A change   00317400
003177* also on tonight's history is charged by AdjustTierChange, once. 00317700
003180* -------------------------------------------------------------   00318000
003183 AdjustNoticedChange Section.                                     00318300
003186                                                                  00318600
003189     add 1 to Ws-Tier-Change-Count.                               00318900
003192     Move Ws-Cust-Tier to Ws-Old-Tier.                            00319200
003195     Move Ws-Cust-Tier to Ws-New-Tier.                            00319500
003198     Move "Y" to Ws-Tier-Known-Switch.                            00319800
003201     Move Nt-Billed-Loading-Pct to Ws-Old-Loading.                00320100
003204     Move Nt-Pending-Loading-Pct to Ws-New-Loading.               00320400
003207     Move Nt-Effective-Date to Ws-Adjust-Date.                    00320700
003210     perform ChargeLoadingChange                                  00321000
003213     .                                                            00321300
003216                                                                  00321600
003219 ChargeLoadingChange Section.                                     00321900
003222                                                                  00322200
003225     evaluate true                                                00322500
003228         when not Ws-Tier-Known                                   00322800
003231             add 1 to Ws-Unknown-Tier-Count                       00323100
003234             Display "XAENDORS: customer " Ws-Current-Key         00323400
003237                     " tier " Ws-Old-Tier " to " Ws-New-Tier      00323700
003240                     " not on the tier bands, not adjusted"       00324000
003243         when not Ws-Master-Found                                 00324300
003246             add 1 to Ws-No-Master-Count                          00324600
003249             Display "XAENDORS: no master record for customer "   00324900
003252                     Ws-Current-Key ", tier change not adjusted"  00325200
003255         when Ws-New-Loading = Ws-Old-Loading                     00325500
003258             continue                                             00325800
003261         when Ws-Cp-Count = Ws-Cp-Cancel-Count                    00326100
003264             continue                                             00326400
003267         when other                                               00326700
003270             if Ws-New-Loading > Ws-Old-Loading                   00327000
003273                compute Ws-Annual-Change =                        00327300
003276                        Cm-Base-Annual-Premium *                  00327600
003279                        (Ws-New-Loading - Ws-Old-Loading) / 100   00327900
003282             else                                                 00328200
003285                compute Ws-Annual-Change =                        00328500
003288                        Cm-Base-Annual-Premium *                  00328800
003291                        (Ws-Old-Loading - Ws-New-Loading) / 100   00329100
003294             end-if                                               00329400
003297             Move Ws-Annual-Change to Ws-Customer-Amount          00329700
003300             Move "TIER" to Ws-Spread-Reason                      00330000
003303             perform SpreadCustomerAmount                         00330300
003306             if Ws-Billed-Found                                   00330600
003309                Move "Y" to Nt-Charged-Switch                     00330900
003312                rewrite Notice-Control-Record                     00331200
003315             end-if                                               00331500
003318     end-evaluate                                                 00331800
003321     .                                                            00332100
003405                                                                  00340500
003408* -------------------------------------------------------------   00340800
003411* A pending change XaNotice withdrew tonight, if it was charged,  00341100
003414* is reversed: the annual change from the billed loading to the   00341400
003417* withdrawn one, worked as it was when charged and dated from the 00341700
003420* same effective date, so each policy gets back what it paid.     00342000
003423* It is spread over the policies in force and those cancelled     00342300
003426* tonight alike, since a policy cancelled tonight was charged     00342600
003429* while it was in force and its refund is at the billed loading.  00342900
003432* -------------------------------------------------------------   00343200
003435 ReverseWithdrawnCharge Section.                                  00343500
003438                                                                  00343800
003441     add 1 to Ws-Reversal-Count.                                  00344100
003444     Move Nt-Wdn-Effective-Date to Ws-Adjust-Date.                00344400
003447     Move Nt-Wdn-Loading-Pct to Ws-Old-Loading.                   00344700
003450     Move Nt-Billed-Loading-Pct to Ws-New-Loading.                00345000
003453                                                                  00345300
003456     evaluate true                                                00345600
003459         when not Ws-Master-Found                                 00345900
003462             add 1 to Ws-No-Master-Count                          00346200
003465             Display "XAENDORS: no master record for customer "   00346500
003468                     Ws-Current-Key ", withdrawn change "         00346800
003471                     "not reversed"                               00347100
003474         when Ws-New-Loading = Ws-Old-Loading                     00347400
003477             continue                                             00347700
003480         when Ws-Cp-Count = zero                                  00348000
003483             add 1 to Ws-Unreversed-Count                         00348300
003486             Display "XAENDORS: customer " Ws-Current-Key         00348600
003489                     " has no policy left, withdrawn change not " 00348900
003492                     "reversed"                                   00349200
003495         when other                                               00349500
003498             if Ws-New-Loading > Ws-Old-Loading                   00349800
003501                compute Ws-Annual-Change =                        00350100
003504                        Cm-Base-Annual-Premium *                  00350400
003507                        (Ws-New-Loading - Ws-Old-Loading) / 100   00350700
003510             else                                                 00351000
003513                compute Ws-Annual-Change =                        00351300
003516                        Cm-Base-Annual-Premium *                  00351600
003519                        (Ws-Old-Loading - Ws-New-Loading) / 100   00351900
003522             end-if                                               00352200
003525             Move Ws-Annual-Change to Ws-Customer-Amount          00352500
003528             Move "WDRN" to Ws-Spread-Reason                      00352800
003531             perform SpreadCustomerAmount                         00353100
003534     end-evaluate                                                 00353400
003537     .                                                            00353700
003540                                                                  00354000
003543* -------------------------------------------------------------   00354300
003546* The cancelled policies are refunded out of what billing         00354600
003549* charges the customer: the base premium at the notice control    00354900
003552* file's billed loading, or with no record the loading of the     00355200
003555* customer's latest tier, which the risk report carries to        00355500
003558* billing.  A customer never rated was never billed and is        00355800
003561* reported instead.                                               00356100
003564* -------------------------------------------------------------   00356400
003567 AdjustCancellations Section.                                     00356700
003570                                                                  00357000
003573     Move Ws-Run-Date to Ws-Adjust-Date.                          00357300
003576     Move "Y" to Ws-Tier-Known-Switch.                            00357600
003579     if Ws-Billed-Found                                           00357900
003582        Move Nt-Billed-Loading-Pct to Ws-Billed-Loading           00358200
003585     else                                                         00358500
003588        Move Ws-Cust-Tier to Ws-Tier-Name                         00358800
003591        perform FindTierLoading                                   00359100
003594        Move Ws-Tier-Loading to Ws-Billed-Loading                 00359400
003597     end-if                                                       00359700
003600                                                                  00360000
003603     evaluate true                                                00360300
003606         when not Ws-Master-Found                                 00360600
003609             add Ws-Cp-Cancel-Count to Ws-No-Master-Count         00360900
003612             Display "XAENDORS: no master record for customer "   00361200
003615                     Ws-Current-Key ", " Ws-Cp-Cancel-Count       00361500
003618                     " cancelled policy(s) not adjusted"          00361800
003621         when Ws-Billed-Found                                     00362100
003624             perform RefundCancellations                          00362400
003627         when Ws-Cust-Tier = spaces                               00362700
003630             add Ws-Cp-Cancel-Count to Ws-No-History-Count        00363000
003633             Display "XAENDORS: customer " Ws-Current-Key         00363300
003636                     " never rated, " Ws-Cp-Cancel-Count          00363600
003639                     " cancelled policy(s) not adjusted"          00363900
003642         when not Ws-Tier-Known                                   00364200
003645             add Ws-Cp-Cancel-Count to Ws-Unknown-Tier-Count      00364500
003648             Display "XAENDORS: customer " Ws-Current-Key         00364800
003651                     " tier " Ws-Cust-Tier " not on the tier "    00365100
003654                     "bands, " Ws-Cp-Cancel-Count                 00365400
003657                     " cancelled policy(s) not adjusted"          00365700
003660         when other                                               00366000
003663             perform RefundCancellations                          00366300
003666     end-evaluate                                                 00366600
003669     .                                                            00366900
003672                                                                  00367200
003678 RefundCancellations Section.                                     00367800
003684                                                                  00368400
003690     compute Ws-Customer-Amount rounded =                         00369000
003696             Cm-Base-Annual-Premium +                             00369600
003702             (Cm-Base-Annual-Premium * Ws-Billed-Loading / 100).  00370200
003708     Move "CANC" to Ws-Spread-Reason.                             00370800
003714     perform SpreadCustomerAmount                                 00371400
003720     .                                                            00372000
003726                                                                  00372600
003732* -------------------------------------------------------------   00373200
003738* The share for each policy is rounded and the last policy        00373800
003744* takes what is left, so the shares foot to the customer          00374400
003750* amount, as on XaLossRt; each share is then pro rata for its     00375000
003754* own policy's days left.  A tier change is charged on the        00375400
003758* policies in force, a refund made on those cancelled, and a      00375800
003762* withdrawn change reversed on both.                              00376200
003768* -------------------------------------------------------------   00376800
003774 SpreadCustomerAmount Section.                                    00377400
003780                                                                  00378000
003786     Move Ws-Customer-Amount to Ws-Share-Left.                    00378600
003792     perform SpreadOnePolicyShare                                 00379200
003798         varying Ws-Cp-Sub from 1 by 1                            00379800
003804         until Ws-Cp-Sub > Ws-Cp-Count                            00380400
003810     .                                                            00381000
003816                                                                  00381600
003822 SpreadOnePolicyShare Section.                                    00382200
003828                                                                  00382800
003834     if Ws-Cp-Sub = Ws-Cp-Count                                   00383400
003840        Move Ws-Share-Left to Ws-Policy-Share                     00384000
003846     else                                                         00384600
003852        compute Ws-Policy-Share rounded =                         00385200
003858                Ws-Customer-Amount * Ws-Cp-Sum-Assured (Ws-Cp-Sub)00385800
003864                / Ws-Cp-Sum-Assured-Total                         00386400
003870        subtract Ws-Policy-Share from Ws-Share-Left               00387000
003876     end-if                                                       00387600
003882                                                                  00388200
003888     evaluate true                                                00388800
003894         when Ws-Spreading-Tier                                   00389400
003900              and not Ws-Cp-Is-Cancelled (Ws-Cp-Sub)              00390000
003906             perform AdjustOneInForcePolicy                       00390600
003912         when Ws-Spreading-Refund                                 00391200
003918              and Ws-Cp-Is-Cancelled (Ws-Cp-Sub)                  00391800
003924             perform WriteCancellationDetail                      00392400
003927         when Ws-Spreading-Reversal                               00392700
003930             perform ReverseOnePolicyCharge                       00393000
003933         when other                                               00393300
003936             continue                                             00393600
003942     end-evaluate                                                 00394200
003948     .                                                            00394800
003954                                                                  00395400
003960 AdjustOneInForcePolicy Section.                                  00396000
003966                                                                  00396600
003972     Move Ws-Cp-Inception-Date (Ws-Cp-Sub) to Ws-Inception-Work.  00397200
003978     perform FindDaysRemaining.                                   00397800
003984                                                                  00398400
003990     Move spaces              to Adjustment-Extract-Record.       00399000
003996     Move "TIER"              to Ad-Reason-Code.                  00399600
004002     Move Ws-Cp-Policy-No (Ws-Cp-Sub) to Ad-Policy-No.            00400200
004008     Move Ws-Old-Tier         to Ad-Old-Risk-Tier.                00400800
004014     Move Ws-New-Tier         to Ad-New-Risk-Tier.                00401400
004020     Move Ws-Old-Loading      to Ad-Old-Loading-Pct.              00402000
004026     Move Ws-New-Loading      to Ad-New-Loading-Pct.              00402600
004032     if Ws-New-Loading > Ws-Old-Loading                           00403200
004038        Move "A" to Ad-Adjustment-Type                            00403800
004044     else                                                         00404400
004050        Move "R" to Ad-Adjustment-Type                            00405000
004056     end-if                                                       00405600
004062     compute Ad-Adjustment-Amount rounded =                       00406200
004068             Ws-Policy-Share * Ws-Days-Remaining / 360.           00406800
004074     perform WriteAdjustmentDetail                                00407400
004080     .                                                            00408000
004086                                                                  00408600
004092 WriteCancellationDetail Section.                                 00409200
004098                                                                  00409800
004104     Move Ws-Cp-Inception-Date (Ws-Cp-Sub) to Ws-Inception-Work.  00410400
004110     perform FindDaysRemaining.                                   00411000
004116                                                                  00411600
004122     Move spaces              to Adjustment-Extract-Record.       00412200
004128     Move "CANC"              to Ad-Reason-Code.                  00412800
004134     Move Ws-Cp-Policy-No (Ws-Cp-Sub) to Ad-Policy-No.            00413400
004140     Move Ws-Cust-Tier        to Ad-Old-Risk-Tier.                00414000
004146     Move Ws-Cust-Tier        to Ad-New-Risk-Tier.                00414600
004152     Move Ws-Billed-Loading   to Ad-Old-Loading-Pct.              00415200
004158     Move zero                to Ad-New-Loading-Pct.              00415800
004164     Move "R"                 to Ad-Adjustment-Type.              00416400
004170     compute Ad-Adjustment-Amount rounded =                       00417000
004176             Ws-Policy-Share * Ws-Days-Remaining / 360.           00417600
004182     perform WriteAdjustmentDetail                                00418200
004188     .                                                            00418800
004192                                                                  00419200
004196 ReverseOnePolicyCharge Section.                                  00419600
004200                                                                  00420000
004204     Move Ws-Cp-Inception-Date (Ws-Cp-Sub) to Ws-Inception-Work.  00420400
004208     perform FindDaysRemaining.                                   00420800
004212                                                                  00421200
004216     Move spaces              to Adjustment-Extract-Record.       00421600
004220     Move "WDRN"              to Ad-Reason-Code.                  00422000
004224     Move Ws-Cp-Policy-No (Ws-Cp-Sub) to Ad-Policy-No.            00422400
004228     Move Ws-Cust-Tier        to Ad-Old-Risk-Tier.                00422800
004232     Move Ws-Cust-Tier        to Ad-New-Risk-Tier.                00423200
004236     Move Ws-Old-Loading      to Ad-Old-Loading-Pct.              00423600
004240     Move Ws-New-Loading      to Ad-New-Loading-Pct.              00424000
004244     if Ws-New-Loading > Ws-Old-Loading                           00424400
004248        Move "A" to Ad-Adjustment-Type                            00424800
004252     else                                                         00425200
004256        Move "R" to Ad-Adjustment-Type                            00425600
004260     end-if                                                       00426000
004264     compute Ad-Adjustment-Amount rounded =                       00426400
004268             Ws-Policy-Share * Ws-Days-Remaining / 360.           00426800
004272     perform WriteAdjustmentDetail                                00427200
004276     .                                                            00427600
004280                                                                  00428000
004290 WriteAdjustmentDetail Section.                                   00429000
004300                                                                  00430000
004310     Move "D"                 to Ad-Record-Type.                  00431000
004320     Move Ws-Current-Key      to Ad-Cust-Id.                      00432000
004330     Move Ws-Anniversary-Date to Ad-Anniversary-Date.             00433000
004340     Move Ws-Days-Remaining   to Ad-Days-Remaining.               00434000
004350     Move Ws-Adjust-Date      to Ad-Effective-Date.               00435000
004360                                                                  00436000
004370     if Ad-Additional                                             00437000
004380        add 1 to Ws-Additional-Count                              00438000
004390        add Ad-Adjustment-Amount to Ws-Additional-Total           00439000
004400     else                                                         00440000
004410        add 1 to Ws-Return-Count                                  00441000
004420        add Ad-Adjustment-Amount to Ws-Return-Total               00442000
004430     end-if                                                       00443000
004440                                                                  00444000
004450     write Adjustment-Extract-Record.                             00445000
004460     add 1 to Ws-Detail-Count                                     00446000
004470     .                                                            00447000
004480                                                                  00448000
004488* -------------------------------------------------------------   00448800
004496* The next anniversary is the inception month and day in the      00449600
004504* year the adjustment dates from, or the year after once that     00450400
004512* date has passed.  A policy not yet on risk has its whole        00451200
004520* first year ahead of it.  Day 31 counts as day 30, as the        00452000
004528* 30/360 basis requires.                                          00452800
004536* -------------------------------------------------------------   00453600
004544 FindDaysRemaining Section.                                       00454400
004552                                                                  00455200
004560     if Ws-Inception-Work > Ws-Adjust-Date                        00456000
004568        Move Ws-Inception-Work to Ws-Anniversary-Date             00456800
004576        Move 360 to Ws-Days-Remaining                             00457600
004584     else                                                         00458400
004592        Move Ws-Adjust-Date to Ws-Date-Work                       00459200
004600        perform DateToSerial                                      00460000
004608        Move Ws-Date-Serial to Ws-Adjust-Serial                   00460800
004616        Move Ws-Aj-Year to Ws-An-Year                             00461600
004624        Move Ws-In-Month-Day to Ws-An-Month-Day                   00462400
004632        if Ws-Anniversary-Date <= Ws-Adjust-Date                  00463200
004640           add 1 to Ws-An-Year                                    00464000
004648        end-if                                                    00464800
004656        Move Ws-Anniversary-Date to Ws-Date-Work                  00465600
004664        perform DateToSerial                                      00466400
004672        compute Ws-Days-Remaining =                               00467200
004680                Ws-Date-Serial - Ws-Adjust-Serial                 00468000
004688     end-if                                                       00468800
004696     .                                                            00469600
004710                                                                  00471000
004720 DateToSerial Section.                                            00472000
004730                                                                  00473000
004740     if Ws-Dw-Day > 30                                            00474000
004750        Move 30 to Ws-Dw-Day                                      00475000
004760     end-if                                                       00476000
004770     compute Ws-Date-Serial =                                     00477000
004780             Ws-Dw-Year * 360 + (Ws-Dw-Month - 1) * 30            00478000
004790             + Ws-Dw-Day                                          00479000
004800     .                                                            00480000
004810                                                                  00481000
004820 FindTierLoading Section.                                         00482000
004830                                                                  00483000
004840     Move "Y" to Ws-Tier-Known-Switch.                            00484000
004850     evaluate Ws-Tier-Name                                        00485000
004860         when "LOW   "                                            00486000
004870             Move Tb-Low-Loading-Pct to Ws-Tier-Loading           00487000
004880         when "MEDIUM"                                            00488000
004890             Move Tb-Medium-Loading-Pct to Ws-Tier-Loading        00489000
004900         when "HIGH  "                                            00490000
004910             Move Tb-High-Loading-Pct to Ws-Tier-Loading          00491000
004920         when other                                               00492000
004930             Move zero to Ws-Tier-Loading                         00493000
004940             Move "N" to Ws-Tier-Known-Switch                     00494000
004950     end-evaluate                                                 00495000
004960     .                                                            00496000
004970                                                                  00497000
005160* -------------------------------------------------------------   00516000
005170* Gathers the next customer's entries off HISTFILE, which is      00517000
005180* already in customer then rating-date order; the record after    00518000
005190* the last one taken is left in the buffer for the next call.     00519000
005200* -------------------------------------------------------------   00520000
005210 ReadHistoryCustomer Section.                                     00521000
005220                                                                  00522000
005230     if Ws-Hi-At-Eof                                              00523000
005240        Move Ws-Key-Eof to Ws-Hist-Key                            00524000
005250     else                                                         00525000
005260        Move Hi-Cust-Id to Ws-Hist-Key                            00526000
005270        Move zero to Ws-Hc-Latest-Date                            00527000
005280        Move spaces to Ws-Hc-Latest-Tier                          00528000
005290        Move spaces to Ws-Hc-Prior-Tier                           00529000
005300        perform until Ws-Hi-At-Eof or Hi-Cust-Id not = Ws-Hist-Key00530000
005310            Move Ws-Hc-Latest-Tier to Ws-Hc-Prior-Tier            00531000
005320            Move Hi-Risk-Tier to Ws-Hc-Latest-Tier                00532000
005330            Move Hi-Rating-Date to Ws-Hc-Latest-Date              00533000
005340            perform ReadHistory                                   00534000
005350        end-perform                                               00535000
005360     end-if                                                       00536000
005370     .                                                            00537000
005380                                                                  00538000
005390 ReadHistory Section.                                             00539000
005400                                                                  00540000
005410     read History-File next record                                00541000
005420         at end                                                   00542000
005430             Move "Y" to Ws-Hi-Eof-Switch                         00543000
005440     end-read                                                     00544000
005450     .                                                            00545000
005460                                                                  00546000
005470 ReadCancelled Section.                                           00547000
005480                                                                  00548000
005490     read Cancelled-Policy-File                                   00549000
005500         at end                                                   00550000
005510             Move Ws-Key-Eof to Ws-Cancel-Key                     00551000
005520         not at end                                               00552000
005530             Move Pc-Cust-Id to Ws-Cancel-Key                     00553000
005540     end-read                                                     00554000
005550     .                                                            00555000
005560                                                                  00556000
005570 ReadPolicy Section.                                              00557000
005580                                                                  00558000
005590     read Policy-File                                             00559000
005600         at end                                                   00560000
005610             Move Ws-Key-Eof to Ws-Policy-Key                     00561000
005620         not at end                                               00562000
005630             Move Po-Cust-Id to Ws-Policy-Key                     00563000
005640     end-read                                                     00564000
005650     .                                                            00565000
005660                                                                  00566000
005670 ReadMaster Section.                                              00567000
005680                                                                  00568000
005690     read Customer-Master-File                                    00569000
005700         at end                                                   00570000
005710             Move "Y" to Ws-Cm-Eof-Switch                         00571000
005720     end-read                                                     00572000
005730     .                                                            00573000
005740                                                                  00574000
005750 Finalize Section.                                                00575000
005760                                                                  00576000
005770     Move spaces              to Adjustment-Trailer-Record.       00577000
005780     Move "T"                 to At-Record-Type.                  00578000
005790     Move Ws-Run-Date         to At-Effective-Date.               00579000
005800     Move Ws-Detail-Count     to At-Record-Count.                 00580000
005810     Move Ws-Additional-Count to At-Additional-Count.             00581000
005820     Move Ws-Additional-Total to At-Additional-Total.             00582000
005830     Move Ws-Return-Count     to At-Return-Count.                 00583000
005840     Move Ws-Return-Total     to At-Return-Total.                 00584000
005850     write Adjustment-Trailer-Record.                             00585000
005860                                                                  00586000
005870     close History-File.                                          00587000
005880     close Cancelled-Policy-File.                                 00588000
005890     close Policy-File.                                           00589000
005900     close Customer-Master-File.                                  00590000
005910     close Adjustment-Extract-File.                               00591000
005912     if Ws-Nt-On-File                                             00591200
005914        close Notice-Control-File                                 00591400
005916     end-if                                                       00591600
005920                                                                  00592000
005930     Display "XAENDORS: " Ws-Tier-Change-Count " tier change(s), "00593000
005940             Ws-Cancel-Read-Count " cancellation(s), "            00594000
005950             Ws-Detail-Count " adjustment(s) written.".           00595000
005960     Display "XAENDORS: additional " Ws-Additional-Total          00596000
005970             ", return " Ws-Return-Total ".".                     00597000
005975     Display "XAENDORS: " Ws-Held-Count                           00597500
005980             " tier change(s) held at billed loading, "           00598000
005985             Ws-Reversal-Count " withdrawn change(s) reversed.".  00598500
005990     if Ws-No-Master-Count > zero or Ws-No-History-Count > zero   00599000
005995             or Ws-Unknown-Tier-Count > zero                      00599500
006000             or Ws-Policy-Overflow-Count > zero                   00600000
006005             or Ws-Unreversed-Count > zero                        00600500
006010        Display "XAENDORS: " Ws-No-Master-Count                   00601000
006015                " without master, "                               00601500
006020                Ws-No-History-Count " never rated, "              00602000
006025                Ws-Unknown-Tier-Count " unknown tier, "           00602500
006030                Ws-Policy-Overflow-Count " beyond the table, "    00603000
006035                Ws-Unreversed-Count " with no policy left, "      00603500
006040                "not adjusted."                                   00604000
006045     end-if                                                       00604500
006060                                                                  00606000
006070     perform SetStepCondition                                     00607000
006072     perform WriteRunStats                                        00607200
006080     .                                                            00608000
006090                                                                  00609000
006100* -------------------------------------------------------------   00610000
006107* In is the tier changes found, the cancellations read and the    00610700
006114* withdrawn changes reversed; each can write several details,     00611400
006121* one per policy.                                                 00612100
006130* -------------------------------------------------------------   00613000
006140 WriteRunStats Section.                                           00614000
006150                                                                  00615000
006160     Move "XAENDORS" to Rs-Program-Id.                            00616000
006170     Move Ws-Run-Date to Rs-Business-Date.                        00617000
006180     compute Rs-In-Count = Ws-Tier-Change-Count                   00618000
006190             + Ws-Cancel-Read-Count + Ws-Reversal-Count.          00619000
006200     Move Ws-Detail-Count to Rs-Out-Count.                        00620000
006207     compute Rs-Reject-Count = Ws-No-Master-Count                 00620700
006214             + Ws-No-History-Count + Ws-Unknown-Tier-Count        00621400
006222             + Ws-Policy-Overflow-Count + Ws-Unreversed-Count.    00622200
006230     Move "C" to Rs-Completion-Status.                            00623000
006232     Move Cc-Step-Condition to Rs-Condition-Code.                 00623200
006234     if Cc-Step-Condition = Cc-Hard-Failure                       00623400
006236        Move "E" to Rs-Completion-Status                          00623600
006238     end-if                                                       00623800
006240     call "XaStatWr" using Run-Stats-Record                       00624000
006250     .                                                            00625000
006260                                                                  00626000
006270 SetStepCondition Section.                                        00627000
006280                                                                  00628000
006287     if Ws-No-Master-Count > zero or Ws-No-History-Count > zero   00628700
006294             or Ws-Unknown-Tier-Count > zero                      00629400
006299             or Ws-Policy-Overflow-Count > zero                   00629900
006304             or Ws-Unreversed-Count > zero                        00630400
006310        Move Cc-Warning to Cc-Step-Condition                      00631000
006320     else                                                         00632000
006330        Move Cc-Clean to Cc-Step-Condition                        00633000
006340     end-if                                                       00634000
006350     .                                                            00635000
