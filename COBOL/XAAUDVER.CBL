000010 Identification division.                                         00001000
000020 Program-id.   XaAudVer.                                          00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Audit log re-verification for compliance.  For every rating     00005000
000060* on the audit log inside the run date and customer ranges of     00006000
000070* the parameter record, reloads through XaRtLoad the rate         00007000
000080* table version the audit record names, re-runs XaRisCal on       00008000
000090* the rating inputs the record captured, and prints every case    00009000
000100* where the recomputed Risc, tier, loading or exception flag      00010000
000110* differs from what was recorded.  It also reloads the version    00011000
000120* XaRtLoad would select for that run date and reports a rating    00012000
000130* that was not priced on the table in force that day, or named    00013000
000140* a version no longer on the rate table file.  Audit records      00014000
000150* written before the rating inputs were captured are counted      00015000
000160* and skipped.  Any difference ends the step out of balance,      00016000
000170* uncaptured records with a warning (STEPCC).                     00017000
000180* -------------------------------------------------------------   00018000
000190 environment division.                                            00019000
000200 Input-Output section.                                            00020000
000210 File-control.                                                    00021000
000220     select Audit-Log-File assign to AuditLogDd                   00022000
000230         organization is line sequential                          00023000
000240         file status is Ws-Au-File-Status.                        00024000
000250                                                                  00025000
000260     select Verify-Parm-File assign to AudParmDd                  00026000
000270         organization is line sequential                          00027000
000280         file status is Ws-Av-File-Status.                        00028000
000290                                                                  00029000
000300     select Verify-Report-File assign to AudRptDd                 00030000
000310         organization is line sequential                          00031000
000320         file status is Ws-Vr-File-Status.                        00032000
000330                                                                  00033000
000340 Data Division.                                                   00034000
000350 File Section.                                                    00035000
000360 Fd  Audit-Log-File.                                              00036000
000370 copy AUDITREC.                                                   00037000
000380                                                                  00038000
000390 Fd  Verify-Parm-File.                                            00039000
000400 copy AUDPARMREC.                                                 00040000
000410                                                                  00041000
000420 Fd  Verify-Report-File.                                          00042000
000430 01  Print-Line                  pic x(132).                      00043000
000440                                                                  00044000
000450 Working-Storage Section.                                         00045000
000460 01  Ws-Au-File-Status           pic x(02).                       00046000
000470     88  Ws-Au-File-Ok               value "00".                  00047000
000480 01  Ws-Av-File-Status           pic x(02).                       00048000
000490     88  Ws-Av-File-Ok               value "00".                  00049000
000500 01  Ws-Vr-File-Status           pic x(02).                       00050000
000510     88  Ws-Vr-File-Ok               value "00".                  00051000
000520                                                                  00052000
000530 01  Ws-Eof-Switch                pic x(01) value "N".            00053000
000540     88  Ws-At-Eof                    value "Y".                  00054000
000550                                                                  00055000
000560 01  Ws-Run-Date                  pic 9(08).                      00056000
000570 01  Ws-From-Date                 pic 9(08).                      00057000
000580 01  Ws-To-Date                   pic 9(08).                      00058000
000590 01  Ws-Low-Cust-Id               pic 9(06).                      00059000
000600 01  Ws-High-Cust-Id              pic 9(06).                      00060000
000610                                                                  00061000
000620* -------------------------------------------------------------   00062000
000630* The named version is reloaded only when it changes from one     00063000
000640* audit record to the next - the log is in run order, so a        00064000
000650* version stays loaded across many nights - and a version         00065000
000660* that failed to load is remembered rather than retried.          00066000
000670* -------------------------------------------------------------   00067000
000680 copy RATETAB.                                                    00068000
000690 01  Ws-Loaded-Version            pic x(08) value spaces.         00069000
000700 01  Ws-Version-Held-Switch       pic x(01) value "N".            00070000
000710     88  Ws-Version-Held              value "Y".                  00071000
000720 01  Ws-Rate-Load-Status          pic x(01).                      00072000
000730     88  Ws-Rate-Load-Ok              value "Y".                  00073000
000740 01  Ws-Named-Source              pic x(01) value "V".            00074000
000750                                                                  00075000
000760* -------------------------------------------------------------   00076000
000770* The version in force for a run date, reloaded when the run      00077000
000780* date changes.                                                   00078000
000790* -------------------------------------------------------------   00079000
000800 copy RATETAB replacing ==Rate-Table== by                         00080000
000810         ==In-Force-Rate-Table==                                  00081000
000820         leading ==Rt-== by ==If-==.                              00082000
000830 01  Ws-In-Force-Date             pic 9(08) value zero.           00083000
000840 01  Ws-In-Force-Load-Status      pic x(01).                      00084000
000850     88  Ws-In-Force-Load-Ok          value "Y".                  00085000
000860 01  Ws-Current-Source            pic x(01) value "C".            00086000
000870                                                                  00087000
000880 01  Ws-Import-Export-Area.                                       00088000
000890     03  Ws-Import.                                               00089000
000900         05  Ws-Age               pic 9(03).                      00090000
000910         05  Ws-Smoker-Status     pic x(01).                      00091000
000920         05  Ws-Occupation-Class  pic 9(02).                      00092000
000930         05  Ws-Precond-Flag      pic x(01).                      00093000
000940     03  Ws-Export.                                               00094000
000950         05  Ws-Risc              pic 9(05).                      00095000
000960         05  Ws-Risk-Tier         pic x(06).                      00096000
000970         05  Ws-Premium-Loading   pic 9(03).                      00097000
000980         05  Ws-Exception-Flag    pic x(01).                      00098000
000990                                                                  00099000
001000 01  Ws-Record-Differs-Switch     pic x(01).                      00100000
001010     88  Ws-Record-Differs            value "Y".                  00101000
001020                                                                  00102000
001030 01  Ws-Read-Count                pic 9(09) value zero.           00103000
001040 01  Ws-Selected-Count            pic 9(09) value zero.           00104000
001050 01  Ws-Not-Captured-Count        pic 9(09) value zero.           00105000
001060 01  Ws-Verified-Count            pic 9(09) value zero.           00106000
001070 01  Ws-Agreed-Count              pic 9(09) value zero.           00107000
001080 01  Ws-Differs-Count             pic 9(09) value zero.           00108000
001090 01  Ws-No-Version-Count          pic 9(09) value zero.           00109000
001100 01  Ws-Not-In-Force-Count        pic 9(09) value zero.           00110000
001110                                                                  00111000
001120 copy STEPCC.                                                     00112000
001130                                                                  00113000
001140 01  Ws-Saved-Print-Line          pic x(132).                     00114000
001150 01  Ws-Line-Count                pic 9(03) value 99.             00115000
001160 01  Ws-Page-Count                pic 9(04) value zero.           00116000
001170 01  Ws-Page-Limit                pic 9(03) value 55.             00117000
001180                                                                  00118000
001190 01  Ws-Heading-1.                                                00119000
001200     03  filler            pic x(10) value "XAAUDVER".            00120000
001210     03  filler            pic x(36)                              00121000
001220             value "AUDIT RATING RE-VERIFICATION".                00122000
001230     03  filler            pic x(09) value "RUN DATE".            00123000
001240     03  Ws-H1-Run-Date           pic 9(08).                      00124000
001250     03  filler            pic x(06) value "  PAGE".              00125000
001260     03  Ws-H1-Page               pic zzz9.                       00126000
001270                                                                  00127000
001280 01  Ws-Range-Detail.                                             00128000
001290     03  filler            pic x(10) value "CUSTOMERS ".          00129000
001300     03  Ws-Rd-Low-Id             pic 9(06).                      00130000
001310     03  filler            pic x(03) value " - ".                 00131000
001320     03  Ws-Rd-High-Id            pic 9(06).                      00132000
001330     03  filler            pic x(09) value "  RATED ".            00133000
001340     03  Ws-Rd-From-Date          pic 9(08).                      00134000
001350     03  filler            pic x(03) value " - ".                 00135000
001360     03  Ws-Rd-To-Date            pic 9(08).                      00136000
001370                                                                  00137000
001380 01  Ws-Detail-Col-Heading.                                       00138000
001390     03  filler            pic x(10) value "CUSTOMER".            00139000
001400     03  filler            pic x(10) value "RATED".               00140000
001410     03  filler            pic x(10) value "VERSION".             00141000
001420     03  filler            pic x(12) value "FIELD".               00142000
001430     03  filler            pic x(12) value "RECORDED".            00143000
001440     03  filler            pic x(12) value "RECOMPUTED".          00144000
001450                                                                  00145000
001460 01  Ws-Difference-Detail.                                        00146000
001470     03  Ws-Dd-Cust-Id            pic 9(06) value zero.           00147000
001480     03  filler            pic x(04) value spaces.                00148000
001490     03  Ws-Dd-Run-Date           pic 9(08) value zero.           00149000
001500     03  filler            pic x(02) value spaces.                00150000
001510     03  Ws-Dd-Version            pic x(08) value spaces.         00151000
001520     03  filler            pic x(02) value spaces.                00152000
001530     03  Ws-Dd-Field              pic x(10) value spaces.         00153000
001540     03  filler            pic x(02) value spaces.                00154000
001550     03  Ws-Dd-Recorded           pic x(10) value spaces.         00155000
001560     03  filler            pic x(02) value spaces.                00156000
001570     03  Ws-Dd-Recomputed         pic x(10) value spaces.         00157000
001580                                                                  00158000
001590 01  Ws-Total-Detail.                                             00159000
001600     03  filler            pic x(04) value spaces.                00160000
001610     03  Ws-Tt-Label              pic x(34) value spaces.         00161000
001620     03  Ws-Tt-Count              pic zzz,zzz,zz9.                00162000
001630                                                                  00163000
001640 Procedure division.                                              00164000
001650                                                                  00165000
001660 Main section.                                                    00166000
001670                                                                  00167000
001680     Perform InitVerify.                                          00168000
001690     Perform VerifyAuditLog.                                      00169000
001700     Perform Finalize.                                            00170000
001710     Move Cc-Step-Condition to Return-Code.                       00171000
001720     Goback.                                                      00172000
001730                                                                  00173000
001740 InitVerify Section.                                              00174000
001750                                                                  00175000
001760     Accept Ws-Run-Date from date YYYYMMDD.                       00176000
001770                                                                  00177000
001780     perform ReadVerifyParm.                                      00178000
001790                                                                  00179000
001800     open input Audit-Log-File.                                   00180000
001810     if not Ws-Au-File-Ok                                         00181000
001820        Display "XAAUDVER: audit log open failed, run aborted."   00182000
001830        Move Cc-Hard-Failure to Return-Code                       00183000
001840        Goback                                                    00184000
001850     end-if                                                       00185000
001860                                                                  00186000
001870     open output Verify-Report-File.                              00187000
001880     if not Ws-Vr-File-Ok                                         00188000
001890        Display "XAAUDVER: report file open failed, run aborted." 00189000
001900        Move Cc-Hard-Failure to Return-Code                       00190000
001910        Goback                                                    00191000
001920     end-if                                                       00192000
001930                                                                  00193000
001940     Move Ws-Low-Cust-Id to Ws-Rd-Low-Id.                         00194000
001950     Move Ws-High-Cust-Id to Ws-Rd-High-Id.                       00195000
001960     Move Ws-From-Date to Ws-Rd-From-Date.                        00196000
001970     Move Ws-To-Date to Ws-Rd-To-Date.                            00197000
001980     Move spaces to Print-Line.                                   00198000
001990     Move Ws-Range-Detail to Print-Line.                          00199000
002000     perform WritePrintLine.                                      00200000
002010     Move spaces to Print-Line.                                   00201000
002020     perform WritePrintLine.                                      00202000
002030     Move spaces to Print-Line.                                   00203000
002040     Move Ws-Detail-Col-Heading to Print-Line.                    00204000
002050     perform WritePrintLine                                       00205000
002060     .                                                            00206000
002070                                                                  00207000
002080* -------------------------------------------------------------   00208000
002090* A missing or senseless parameter aborts the run, as on          00209000
002100* XaHstRtv: a verification that quietly defaulted to the wrong    00210000
002110* range would prove the wrong thing.  A high id or to-date of     00211000
002120* zero opens that end of the range.                               00212000
002130* -------------------------------------------------------------   00213000
002140 ReadVerifyParm Section.                                          00214000
002150                                                                  00215000
002160     open input Verify-Parm-File.                                 00216000
002170     if not Ws-Av-File-Ok                                         00217000
002180        Display "XAAUDVER: verify parameter file missing, "       00218000
002190                "run aborted."                                    00219000
002200        Move Cc-Hard-Failure to Return-Code                       00220000
002210        Goback                                                    00221000
002220     end-if                                                       00222000
002230                                                                  00223000
002240     read Verify-Parm-File                                        00224000
002250         at end                                                   00225000
002260             Display "XAAUDVER: verify parameter file empty, "    00226000
002270                     "run aborted."                               00227000
002280             close Verify-Parm-File                               00228000
002290             Move Cc-Hard-Failure to Return-Code                  00229000
002300             Goback                                               00230000
002310     end-read                                                     00231000
002320     close Verify-Parm-File.                                      00232000
002330                                                                  00233000
002340     if Av-From-Date is not numeric                               00234000
002350             or Av-Low-Cust-Id is not numeric                     00235000
002360        Display "XAAUDVER: verify parameters invalid, "           00236000
002370                "run aborted."                                    00237000
002380        Move Cc-Hard-Failure to Return-Code                       00238000
002390        Goback                                                    00239000
002400     end-if                                                       00240000
002410                                                                  00241000
002420     Move Av-From-Date to Ws-From-Date.                           00242000
002430     if Av-To-Date is not numeric or Av-To-Date = zero            00243000
002440        Move 99999999 to Ws-To-Date                               00244000
002450     else                                                         00245000
002460        Move Av-To-Date to Ws-To-Date                             00246000
002470     end-if                                                       00247000
002480     Move Av-Low-Cust-Id to Ws-Low-Cust-Id.                       00248000
002490     if Av-High-Cust-Id is not numeric                            00249000
002500             or Av-High-Cust-Id = zero                            00250000
002510        Move 999999 to Ws-High-Cust-Id                            00251000
002520     else                                                         00252000
002530        Move Av-High-Cust-Id to Ws-High-Cust-Id                   00253000
002540     end-if                                                       00254000
002550                                                                  00255000
002560     if Ws-Low-Cust-Id > Ws-High-Cust-Id                          00256000
002570             or Ws-From-Date > Ws-To-Date                         00257000
002580        Display "XAAUDVER: verify range is inverted, "            00258000
002590                "run aborted."                                    00259000
002600        Move Cc-Hard-Failure to Return-Code                       00260000
002610        Goback                                                    00261000
002620     end-if                                                       00262000
002630     .                                                            00263000
002640                                                                  00264000
002650 VerifyAuditLog Section.                                          00265000
002660                                                                  00266000
002670     perform until Ws-At-Eof                                      00267000
002680         read Audit-Log-File                                      00268000
002690             at end                                               00269000
002700                 Move "Y" to Ws-Eof-Switch                        00270000
002710             not at end                                           00271000
002720                 perform SelectOneAuditRecord                     00272000
002730         end-read                                                 00273000
002740     end-perform                                                  00274000
002750     .                                                            00275000
002760                                                                  00276000
002770 SelectOneAuditRecord Section.                                    00277000
002780                                                                  00278000
002790     add 1 to Ws-Read-Count.                                      00279000
002800                                                                  00280000
002810     if Au-Run-Date >= Ws-From-Date                               00281000
002820             and Au-Run-Date <= Ws-To-Date                        00282000
002830             and Au-Cust-Id >= Ws-Low-Cust-Id                     00283000
002840             and Au-Cust-Id <= Ws-High-Cust-Id                    00284000
002850        add 1 to Ws-Selected-Count                                00285000
002860        if Au-Inputs-Captured                                     00286000
002870           perform VerifyOneRating                                00287000
002880        else                                                      00288000
002890           add 1 to Ws-Not-Captured-Count                         00289000
002900        end-if                                                    00290000
002910     end-if                                                       00291000
002920     .                                                            00292000
002930                                                                  00293000
002940 VerifyOneRating Section.                                         00294000
002950                                                                  00295000
002960     Move "N" to Ws-Record-Differs-Switch.                        00296000
002970     Move Au-Cust-Id to Ws-Dd-Cust-Id.                            00297000
002980     Move Au-Run-Date to Ws-Dd-Run-Date.                          00298000
002990     Move Au-Rate-Version to Ws-Dd-Version.                       00299000
003000                                                                  00300000
003010     perform CheckVersionInForce.                                 00301000
003020     perform LoadNamedVersion.                                    00302000
003030                                                                  00303000
003040     if not Ws-Rate-Load-Ok                                       00304000
003050        add 1 to Ws-No-Version-Count                              00305000
003060        Move "Y" to Ws-Record-Differs-Switch                      00306000
003070        Move "TABLE" to Ws-Dd-Field                               00307000
003080        Move Au-Rate-Version to Ws-Dd-Recorded                    00308000
003090        Move "NOT FOUND" to Ws-Dd-Recomputed                      00309000
003100        perform WriteDifferenceLine                               00310000
003110     else                                                         00311000
003120        add 1 to Ws-Verified-Count                                00312000
003130        Move Au-Input-Age to Ws-Age                               00313000
003140        Move Au-Smoker-Status to Ws-Smoker-Status                 00314000
003150        Move Au-Occupation-Class to Ws-Occupation-Class           00315000
003160        Move Au-Precond-Flag to Ws-Precond-Flag                   00316000
003170        call "XaRisCal" using Ws-Import Ws-Export Rate-Table      00317000
003180        perform CompareRating                                     00318000
003190     end-if                                                       00319000
003200                                                                  00320000
003210     if Ws-Record-Differs                                         00321000
003220        add 1 to Ws-Differs-Count                                 00322000
003230     else                                                         00323000
003240        add 1 to Ws-Agreed-Count                                  00324000
003250     end-if                                                       00325000
003260     .                                                            00326000
003270                                                                  00327000
003280* -------------------------------------------------------------   00328000
003290* The version the audit record names must be the one XaRtLoad     00329000
003300* selects for that run date; anything else means the rating       00330000
003310* was priced on a table that did not govern the day, or the       00331000
003320* rate table file has been republished since.                     00332000
003330* -------------------------------------------------------------   00333000
003340 CheckVersionInForce Section.                                     00334000
003350                                                                  00335000
003360     if Au-Run-Date not = Ws-In-Force-Date                        00336000
003370        Move Au-Run-Date to Ws-In-Force-Date                      00337000
003380        call "XaRtLoad" using In-Force-Rate-Table                 00338000
003390                Ws-In-Force-Load-Status Ws-Current-Source         00339000
003400                Ws-In-Force-Date                                  00340000
003410        if not Ws-In-Force-Load-Ok                                00341000
003420           Move spaces to If-Version-Id                           00342000
003430        end-if                                                    00343000
003440     end-if                                                       00344000
003450                                                                  00345000
003460     if If-Version-Id not = Au-Rate-Version                       00346000
003470        add 1 to Ws-Not-In-Force-Count                            00347000
003480        Move "Y" to Ws-Record-Differs-Switch                      00348000
003490        Move "IN FORCE" to Ws-Dd-Field                            00349000
003500        Move Au-Rate-Version to Ws-Dd-Recorded                    00350000
003510        if If-Version-Id = spaces                                 00351000
003520           Move "NONE" to Ws-Dd-Recomputed                        00352000
003530        else                                                      00353000
003540           Move If-Version-Id to Ws-Dd-Recomputed                 00354000
003550        end-if                                                    00355000
003560        perform WriteDifferenceLine                               00356000
003570     end-if                                                       00357000
003580     .                                                            00358000
003590                                                                  00359000
003600 LoadNamedVersion Section.                                        00360000
003610                                                                  00361000
003620     if not Ws-Version-Held                                       00362000
003630             or Au-Rate-Version not = Ws-Loaded-Version           00363000
003640        Move "Y" to Ws-Version-Held-Switch                        00364000
003650        Move Au-Rate-Version to Ws-Loaded-Version                 00365000
003660        Move Au-Rate-Version to Rt-Version-Id                     00366000
003670        call "XaRtLoad" using Rate-Table Ws-Rate-Load-Status      00367000
003680                Ws-Named-Source Au-Run-Date                       00368000
003690     end-if                                                       00369000
003700     .                                                            00370000
003710                                                                  00371000
003720 CompareRating Section.                                           00372000
003730                                                                  00373000
003740     if Ws-Risc not = Au-Computed-Risc                            00374000
003750        Move "Y" to Ws-Record-Differs-Switch                      00375000
003760        Move "RISC" to Ws-Dd-Field                                00376000
003770        Move Au-Computed-Risc to Ws-Dd-Recorded                   00377000
003780        Move Ws-Risc to Ws-Dd-Recomputed                          00378000
003790        perform WriteDifferenceLine                               00379000
003800     end-if                                                       00380000
003810                                                                  00381000
003820     if Ws-Risk-Tier not = Au-Risk-Tier                           00382000
003830        Move "Y" to Ws-Record-Differs-Switch                      00383000
003840        Move "TIER" to Ws-Dd-Field                                00384000
003850        Move Au-Risk-Tier to Ws-Dd-Recorded                       00385000
003860        Move Ws-Risk-Tier to Ws-Dd-Recomputed                     00386000
003870        perform WriteDifferenceLine                               00387000
003880     end-if                                                       00388000
003890                                                                  00389000
003900     if Ws-Premium-Loading not = Au-Premium-Loading-Pct           00390000
003910        Move "Y" to Ws-Record-Differs-Switch                      00391000
003920        Move "LOADING" to Ws-Dd-Field                             00392000
003930        Move Au-Premium-Loading-Pct to Ws-Dd-Recorded             00393000
003940        Move Ws-Premium-Loading to Ws-Dd-Recomputed               00394000
003950        perform WriteDifferenceLine                               00395000
003960     end-if                                                       00396000
003970                                                                  00397000
003980     if Ws-Exception-Flag not = Au-Exception-Flag                 00398000
003990        Move "Y" to Ws-Record-Differs-Switch                      00399000
004000        Move "EXCEPTION" to Ws-Dd-Field                           00400000
004010        Move Au-Exception-Flag to Ws-Dd-Recorded                  00401000
004020        Move Ws-Exception-Flag to Ws-Dd-Recomputed                00402000
004030        perform WriteDifferenceLine                               00403000
004040     end-if                                                       00404000
004050     .                                                            00405000
004060                                                                  00406000
004070 WriteDifferenceLine Section.                                     00407000
004080                                                                  00408000
004090     Move spaces to Print-Line.                                   00409000
004100     Move Ws-Difference-Detail to Print-Line.                     00410000
004110     perform WritePrintLine                                       00411000
004120     .                                                            00412000
004130                                                                  00413000
004140 PrintSummary Section.                                            00414000
004150                                                                  00415000
004160     Move spaces to Print-Line.                                   00416000
004170     perform WritePrintLine.                                      00417000
004180                                                                  00418000
004190     Move "AUDIT RECORDS READ" to Ws-Tt-Label.                    00419000
004200     Move Ws-Read-Count to Ws-Tt-Count.                           00420000
004210     perform WriteTotalLine.                                      00421000
004220     Move "SELECTED BY THE REQUEST" to Ws-Tt-Label.               00422000
004230     Move Ws-Selected-Count to Ws-Tt-Count.                       00423000
004240     perform WriteTotalLine.                                      00424000
004250     Move "INPUTS NOT CAPTURED, SKIPPED" to Ws-Tt-Label.          00425000
004260     Move Ws-Not-Captured-Count to Ws-Tt-Count.                   00426000
004270     perform WriteTotalLine.                                      00427000
004280     Move "RE-PERFORMED" to Ws-Tt-Label.                          00428000
004290     Move Ws-Verified-Count to Ws-Tt-Count.                       00429000
004300     perform WriteTotalLine.                                      00430000
004310     Move "AGREED WITH THE AUDIT LOG" to Ws-Tt-Label.             00431000
004320     Move Ws-Agreed-Count to Ws-Tt-Count.                         00432000
004330     perform WriteTotalLine.                                      00433000
004340     Move "DIFFERED FROM THE AUDIT LOG" to Ws-Tt-Label.           00434000
004350     Move Ws-Differs-Count to Ws-Tt-Count.                        00435000
004360     perform WriteTotalLine.                                      00436000
004370     Move "  VERSION NOT ON RATE FILE" to Ws-Tt-Label.            00437000
004380     Move Ws-No-Version-Count to Ws-Tt-Count.                     00438000
004390     perform WriteTotalLine.                                      00439000
004400     Move "  VERSION NOT IN FORCE ON RUN DATE" to Ws-Tt-Label.    00440000
004410     Move Ws-Not-In-Force-Count to Ws-Tt-Count.                   00441000
004420     perform WriteTotalLine                                       00442000
004430     .                                                            00443000
004440                                                                  00444000
004450 WriteTotalLine Section.                                          00445000
004460                                                                  00446000
004470     Move spaces to Print-Line.                                   00447000
004480     Move Ws-Total-Detail to Print-Line.                          00448000
004490     perform WritePrintLine                                       00449000
004500     .                                                            00450000
004510                                                                  00451000
004520* -------------------------------------------------------------   00452000
004530* All report output funnels through here so the page heading      00453000
004540* and line counting live in one place.                            00454000
004550* -------------------------------------------------------------   00455000
004560 WritePrintLine Section.                                          00456000
004570                                                                  00457000
004580     if Ws-Line-Count >= Ws-Page-Limit                            00458000
004590        perform WritePageHeading                                  00459000
004600     end-if                                                       00460000
004610     write Print-Line after advancing 1 line.                     00461000
004620     add 1 to Ws-Line-Count                                       00462000
004630     .                                                            00463000
004640                                                                  00464000
004650 WritePageHeading Section.                                        00465000
004660                                                                  00466000
004670     Move Print-Line to Ws-Saved-Print-Line.                      00467000
004680     add 1 to Ws-Page-Count.                                      00468000
004690     Move Ws-Run-Date to Ws-H1-Run-Date.                          00469000
004700     Move Ws-Page-Count to Ws-H1-Page.                            00470000
004710                                                                  00471000
004720     if Ws-Page-Count = 1                                         00472000
004730        write Print-Line from Ws-Heading-1                        00473000
004740                after advancing 1 line                            00474000
004750     else                                                         00475000
004760        write Print-Line from Ws-Heading-1                        00476000
004770                after advancing page                              00477000
004780     end-if                                                       00478000
004790     Move spaces to Print-Line.                                   00479000
004800     write Print-Line after advancing 1 line.                     00480000
004810     Move Ws-Saved-Print-Line to Print-Line.                      00481000
004820     Move 2 to Ws-Line-Count                                      00482000
004830     .                                                            00483000
004840                                                                  00484000
004850 Finalize Section.                                                00485000
004860                                                                  00486000
004870     perform PrintSummary.                                        00487000
004880                                                                  00488000
004890     close Audit-Log-File.                                        00489000
004900     close Verify-Report-File.                                    00490000
004910                                                                  00491000
004920     Display "XAAUDVER: " Ws-Selected-Count                       00492000
004930             " rating(s) selected, "                              00493000
004940             Ws-Verified-Count " re-performed, "                  00494000
004950             Ws-Differs-Count " differ(s), "                      00495000
004960             Ws-Not-Captured-Count " without captured inputs."    00496000
004970                                                                  00497000
004980     evaluate true                                                00498000
004990         when Ws-Differs-Count > zero                             00499000
005000             Move Cc-Out-Of-Balance to Cc-Step-Condition          00500000
005010         when Ws-Not-Captured-Count > zero                        00501000
005020             Move Cc-Warning to Cc-Step-Condition                 00502000
005030         when other                                               00503000
005040             continue                                             00504000
005050     end-evaluate                                                 00505000
005060     .                                                            00506000
