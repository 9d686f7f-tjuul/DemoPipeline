000010 Identification division.                                         00001000
000020 Program-id.   XaUwChk.                                           00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Underwriting evidence check.  Runs after XaPoMnt and checks     00005000
000060* every policy it added, or changed to a higher sum assured,      00006000
000070* against the evidence requirements table (EVIDREC): the          00007000
000080* customer's rating age at the business date and the total        00008000
000090* sum assured across all of the customer's policies on the        00009000
000100* rebuilt policy file pick out the evidence the underwriting      00010000
000110* manual asks for, and one requirement record is opened on        00011000
000120* the keyed requirements file per policy per piece of             00012000
000130* evidence.  A requirement already open is left as it stands;     00013000
000140* one already received or waived is reopened, since the cover     00014000
000150* has been raised again since the evidence was seen.  XaRsDrv     00015000
000160* holds the customer out of rating, and so out of billing,        00016000
000170* until the desk has cleared every open requirement through       00017000
000180* XaUwUpd.  Each requirement is listed on the check report.       00018000
000190* A bad or empty table fails the step; a policy whose             00019000
000200* customer the master does not carry is reported and ends the     00020000
000210* step with the warning condition code (STEPCC).                  00021000
000220* -------------------------------------------------------------   00022000
000230 environment division.                                            00023000
000240 Input-Output section.                                            00024000
000250 File-control.                                                    00025000
000260     select Underwriting-Policy-File assign to UwPolDd            00026000
000270         organization is line sequential                          00027000
000280         file status is Ws-Pu-File-Status.                        00028000
000290                                                                  00029000
000300     select Policy-File assign to PolFileDd                       00030000
000310         organization is line sequential                          00031000
000320         file status is Ws-Po-File-Status.                        00032000
000330                                                                  00033000
000340     select Customer-Master-File assign to CustMstDd              00034000
000350         organization is line sequential                          00035000
000360         file status is Ws-Cm-File-Status.                        00036000
000370                                                                  00037000
000380     select Evidence-Table-File assign to EvidTabDd               00038000
000390         organization is line sequential                          00039000
000400         file status is Ws-Ev-File-Status.                        00040000
000410                                                                  00041000
000420     select Run-Control-File assign to RunCtlDd                   00042000
000430         organization is line sequential                          00043000
000440         file status is Ws-Rn-File-Status.                        00044000
000450                                                                  00045000
000460     select Requirement-File assign to UwReqDd                    00046000
000470         organization is indexed                                  00047000
000480         access mode is dynamic                                   00048000
000490         record key is Ur-Requirement-Key                         00049000
000500         file status is Ws-Ur-File-Status.                        00050000
000510                                                                  00051000
000520     select Check-Report-File assign to UwChkRptDd                00052000
000530         organization is line sequential                          00053000
000540         file status is Ws-Uc-File-Status.                        00054000
000550                                                                  00055000
000560 Data Division.                                                   00056000
000570 File Section.                                                    00057000
000580 Fd  Underwriting-Policy-File.                                    00058000
000590 copy POLREC replacing ==Policy-Record== by                       00059000
000600         ==Underwriting-Policy-Record==                           00060000
000610         leading ==Po-== by ==Pu-==.                              00061000
000620                                                                  00062000
000630 Fd  Policy-File.                                                 00063000
000640 copy POLREC.                                                     00064000
000650                                                                  00065000
000660 Fd  Customer-Master-File.                                        00066000
000670 copy CUSTREC.                                                    00067000
000680                                                                  00068000
000690 Fd  Evidence-Table-File.                                         00069000
000700 copy EVIDREC.                                                    00070000
000710                                                                  00071000
000720 Fd  Run-Control-File.                                            00072000
000730 copy RUNCTLREC.                                                  00073000
000740                                                                  00074000
000750 Fd  Requirement-File.                                            00075000
000760 copy UWREQREC.                                                   00076000
000770                                                                  00077000
000780 Fd  Check-Report-File.                                           00078000
000790 01  Print-Line                  pic x(132).                      00079000
000800                                                                  00080000
000810 Working-Storage Section.                                         00081000
000820 01  Ws-Pu-File-Status           pic x(02).                       00082000
000830     88  Ws-Pu-File-Ok               value "00".                  00083000
000840 01  Ws-Po-File-Status           pic x(02).                       00084000
000850     88  Ws-Po-File-Ok               value "00".                  00085000
000860 01  Ws-Cm-File-Status           pic x(02).                       00086000
000870     88  Ws-Cm-File-Ok               value "00".                  00087000
000880 01  Ws-Ev-File-Status           pic x(02).                       00088000
000890     88  Ws-Ev-File-Ok               value "00".                  00089000
000900 01  Ws-Rn-File-Status           pic x(02).                       00090000
000910     88  Ws-Rn-File-Ok               value "00".                  00091000
000920 01  Ws-Ur-File-Status           pic x(02).                       00092000
000930     88  Ws-Ur-File-Ok               value "00".                  00093000
000940     88  Ws-Ur-File-Not-Found        value "35".                  00094000
000950 01  Ws-Uc-File-Status           pic x(02).                       00095000
000960     88  Ws-Uc-File-Ok               value "00".                  00096000
000970                                                                  00097000
000980 01  Ws-Pu-Eof-Switch             pic x(01) value "N".            00098000
000990     88  Ws-Pu-At-Eof                 value "Y".                  00099000
001000 01  Ws-Cm-Eof-Switch             pic x(01) value "N".            00100000
001010     88  Ws-Cm-At-Eof                 value "Y".                  00101000
001020 01  Ws-Ev-Eof-Switch             pic x(01) value "N".            00102000
001030     88  Ws-Ev-At-Eof                 value "Y".                  00103000
001040                                                                  00104000
001050 01  Ws-Run-Date                  pic 9(08).                      00105000
001060 01  filler redefines Ws-Run-Date.                                00106000
001070     03  Ws-Run-Year              pic 9(04).                      00107000
001080     03  Ws-Run-Month-Day         pic 9(04).                      00108000
001090                                                                  00109000
001100 01  Ws-Rating-Age                pic 9(03).                      00110000
001110 01  Ws-Birth-Date-Work           pic 9(08).                      00111000
001120 01  filler redefines Ws-Birth-Date-Work.                         00112000
001130     03  Ws-Birth-Year            pic 9(04).                      00113000
001140     03  Ws-Birth-Month-Day       pic 9(04).                      00114000
001150                                                                  00115000
001160* -------------------------------------------------------------   00116000
001170* The evidence table, one entry per EVIDREC row.  Every row       00117000
001180* must carry numeric bands, low not above high, and an            00118000
001190* evidence code, or the load fails and nothing is checked.        00119000
001200* -------------------------------------------------------------   00120000
001210 01  Ws-Table-Load-Switch         pic x(01) value "Y".            00121000
001220     88  Ws-Table-Load-Ok             value "Y".                  00122000
001230 01  Ws-Evidence-Table.                                           00123000
001240     03  Ws-Evidence-Count        pic 9(03) value zero.           00124000
001250     03  Ws-Evidence-Entry occurs 200 times.                      00125000
001260         05  Ws-Et-Age-Low        pic 9(03).                      00126000
001270         05  Ws-Et-Age-High       pic 9(03).                      00127000
001280         05  Ws-Et-Sum-Low        pic 9(12).                      00128000
001290         05  Ws-Et-Sum-High       pic 9(12).                      00129000
001300         05  Ws-Et-Requirement-Code pic x(04).                    00130000
001310         05  Ws-Et-Description    pic x(24).                      00131000
001320 01  Ws-Et-Sub                    pic 9(03).                      00132000
001330                                                                  00133000
001340* -------------------------------------------------------------   00134000
001350* Policy co-walk for the aggregate sum assured.  The policy key   00135000
001360* is one digit wider than the customer id so 9999999 is a         00136000
001370* clean end-of-file sentinel, as in XaRsDrv.                      00137000
001380* -------------------------------------------------------------   00138000
001390 01  Ws-Policy-Key                pic 9(07) value zero.           00139000
001400 01  Ws-Policy-Key-Eof            pic 9(07) value 9999999.        00140000
001410 01  Ws-Group-Cust-Id             pic 9(06).                      00141000
001420 01  Ws-Aggregate-Sum             pic 9(12).                      00142000
001430 01  Ws-Master-Found-Switch       pic x(01).                      00143000
001440     88  Ws-Master-Found              value "Y".                  00144000
001450 01  Ws-Policy-Req-Count          pic 9(03).                      00145000
001460                                                                  00146000
001470 01  Ws-Checked-Count             pic 9(09) value zero.           00147000
001480 01  Ws-Held-Policy-Count         pic 9(09) value zero.           00148000
001490 01  Ws-Opened-Count              pic 9(09) value zero.           00149000
001500 01  Ws-Reopened-Count            pic 9(09) value zero.           00150000
001510 01  Ws-Already-Open-Count        pic 9(09) value zero.           00151000
001520 01  Ws-No-Master-Count           pic 9(09) value zero.           00152000
001530                                                                  00153000
001540 copy RUNSTATREC.                                                 00154000
001550 copy STEPCC.                                                     00155000
001560                                                                  00156000
001570 01  Ws-Saved-Print-Line          pic x(132).                     00157000
001580 01  Ws-Line-Count                pic 9(03) value 99.             00158000
001590 01  Ws-Page-Count                pic 9(04) value zero.           00159000
001600 01  Ws-Page-Limit                pic 9(03) value 55.             00160000
001610                                                                  00161000
001620 01  Ws-Heading-1.                                                00162000
001630     03  filler            pic x(10) value "XAUWCHK".             00163000
001640     03  filler            pic x(36)                              00164000
001650             value "UNDERWRITING EVIDENCE CHECK".                 00165000
001660     03  filler            pic x(09) value "RUN DATE".            00166000
001670     03  Ws-H1-Run-Date           pic 9(08).                      00167000
001680     03  filler            pic x(06) value "  PAGE".              00168000
001690     03  Ws-H1-Page               pic zzz9.                       00169000
001700                                                                  00170000
001710 01  Ws-Detail-Col-Heading.                                       00171000
001720     03  filler            pic x(10) value "CUSTOMER".            00172000
001730     03  filler            pic x(08) value "POLICY".              00173000
001740     03  filler            pic x(05) value "AGE".                 00174000
001750     03  filler            pic x(19) value "   AGGREGATE SUM".    00175000
001760     03  filler            pic x(06) value "CODE".                00176000
001770     03  filler            pic x(26) value "EVIDENCE".            00177000
001780     03  filler            pic x(30) value "ACTION".              00178000
001790                                                                  00179000
001800 01  Ws-Requirement-Detail.                                       00180000
001810     03  Ws-Rd-Cust-Id            pic 9(06) value zero.           00181000
001820     03  filler            pic x(04) value spaces.                00182000
001830     03  Ws-Rd-Policy-No          pic 9(04) value zero.           00183000
001840     03  filler            pic x(04) value spaces.                00184000
001850     03  Ws-Rd-Age                pic zz9.                        00185000
001860     03  filler            pic x(02) value spaces.                00186000
001870     03  Ws-Rd-Aggregate-Sum      pic zzz,zzz,zzz,zz9.            00187000
001880     03  filler            pic x(04) value spaces.                00188000
001890     03  Ws-Rd-Requirement-Code   pic x(04) value spaces.         00189000
001900     03  filler            pic x(02) value spaces.                00190000
001910     03  Ws-Rd-Description        pic x(24) value spaces.         00191000
001920     03  filler            pic x(02) value spaces.                00192000
001930     03  Ws-Rd-Action             pic x(30) value spaces.         00193000
001940                                                                  00194000
001950 01  Ws-Total-Detail.                                             00195000
001960     03  filler            pic x(04) value spaces.                00196000
001970     03  Ws-Tt-Label              pic x(34) value spaces.         00197000
001980     03  Ws-Tt-Count              pic zzz,zzz,zz9.                00198000
001990                                                                  00199000
002000 01  Ws-Text-Line.                                                00200000
002010     03  Ws-Tx-Text               pic x(72).                      00201000
002020                                                                  00202000
002030 Procedure division.                                              00203000
002040                                                                  00204000
002050 Main section.                                                    00205000
002060                                                                  00206000
002070     Perform InitCheck.                                           00207000
002080     Perform CheckUnderwritingPolicies.                           00208000
002090     Perform PrintSummary.                                        00209000
002100     Perform Finalize.                                            00210000
002110     Move Cc-Step-Condition to Return-Code.                       00211000
002120     Goback.                                                      00212000
002130                                                                  00213000
002140 InitCheck Section.                                               00214000
002150                                                                  00215000
002160     perform SetBusinessDate.                                     00216000
002170                                                                  00217000
002180     perform LoadEvidenceTable.                                   00218000
002190     if not Ws-Table-Load-Ok                                      00219000
002200        Display "XAUWCHK: evidence requirements table load "      00220000
002210                "failed, run aborted."                            00221000
002220        Move Cc-Hard-Failure to Cc-Step-Condition                 00222000
002230        perform WriteRunStats                                     00223000
002240        Move Cc-Hard-Failure to Return-Code                       00224000
002250        Goback                                                    00225000
002260     end-if                                                       00226000
002270                                                                  00227000
002280     open input Underwriting-Policy-File.                         00228000
002290     if not Ws-Pu-File-Ok                                         00229000
002300        Display "XAUWCHK: underwriting policy file open failed, " 00230000
002310                "run aborted."                                    00231000
002320        Move Cc-Hard-Failure to Cc-Step-Condition                 00232000
002330        perform WriteRunStats                                     00233000
002340        Move Cc-Hard-Failure to Return-Code                       00234000
002350        Goback                                                    00235000
002360     end-if                                                       00236000
002370                                                                  00237000
002380     open input Policy-File.                                      00238000
002390     if not Ws-Po-File-Ok                                         00239000
002400        Display "XAUWCHK: policy file open failed, run aborted."  00240000
002410        Move Cc-Hard-Failure to Cc-Step-Condition                 00241000
002420        perform WriteRunStats                                     00242000
002430        Move Cc-Hard-Failure to Return-Code                       00243000
002440        Goback                                                    00244000
002450     end-if                                                       00245000
002460                                                                  00246000
002470     open input Customer-Master-File.                             00247000
002480     if not Ws-Cm-File-Ok                                         00248000
002490        Display "XAUWCHK: customer master open failed, "          00249000
002500                "run aborted."                                    00250000
002510        Move Cc-Hard-Failure to Cc-Step-Condition                 00251000
002520        perform WriteRunStats                                     00252000
002530        Move Cc-Hard-Failure to Return-Code                       00253000
002540        Goback                                                    00254000
002550     end-if                                                       00255000
002560                                                                  00256000
002570* -------------------------------------------------------------   00257000
002580* The create fallback fires only when the requirements file       00258000
002590* does not exist yet, as for the suspense file in XaRsDrv.        00259000
002600* -------------------------------------------------------------   00260000
002610     open i-o Requirement-File.                                   00261000
002620     if not Ws-Ur-File-Ok                                         00262000
002630        if Ws-Ur-File-Not-Found                                   00263000
002640           open output Requirement-File                           00264000
002650           close Requirement-File                                 00265000
002660           open i-o Requirement-File                              00266000
002670        end-if                                                    00267000
002680     end-if                                                       00268000
002690     if not Ws-Ur-File-Ok                                         00269000
002700        Display "XAUWCHK: requirements file open failed, status " 00270000
002710                Ws-Ur-File-Status ", run aborted."                00271000
002720        Move Cc-Hard-Failure to Cc-Step-Condition                 00272000
002730        perform WriteRunStats                                     00273000
002740        Move Cc-Hard-Failure to Return-Code                       00274000
002750        Goback                                                    00275000
002760     end-if                                                       00276000
002770                                                                  00277000
002780     open output Check-Report-File.                               00278000
002790     if not Ws-Uc-File-Ok                                         00279000
002800        Display "XAUWCHK: check report open failed, run aborted." 00280000
002810        Move Cc-Hard-Failure to Cc-Step-Condition                 00281000
002820        perform WriteRunStats                                     00282000
002830        Move Cc-Hard-Failure to Return-Code                       00283000
002840        Goback                                                    00284000
002850     end-if                                                       00285000
002860                                                                  00286000
002870     Move spaces to Ws-Tx-Text.                                   00287000
002880     Move "REQUIREMENTS FOR ADDED AND INCREASED POLICIES"         00288000
002890             to Ws-Tx-Text.                                       00289000
002900     perform WriteTextLine.                                       00290000
002910     Move spaces to Print-Line.                                   00291000
002920     Move Ws-Detail-Col-Heading to Print-Line.                    00292000
002930     perform WritePrintLine.                                      00293000
002940                                                                  00294000
002950     perform ReadMaster.                                          00295000
002960     perform ReadPolicy.                                          00296000
002970     perform ReadUnderwritingPolicy                               00297000
002980     .                                                            00298000
002990                                                                  00299000
003000 SetBusinessDate Section.                                         00300000
003010                                                                  00301000
003020     Accept Ws-Run-Date from date YYYYMMDD.                       00302000
003030                                                                  00303000
003040     open input Run-Control-File.                                 00304000
003050     if Ws-Rn-File-Ok                                             00305000
003060        read Run-Control-File                                     00306000
003070            at end                                                00307000
003080                continue                                          00308000
003090            not at end                                            00309000
003100                Move Rn-Business-Date to Ws-Run-Date              00310000
003110        end-read                                                  00311000
003120        close Run-Control-File                                    00312000
003130     end-if                                                       00313000
003140     .                                                            00314000
003150                                                                  00315000
003160 LoadEvidenceTable Section.                                       00316000
003170                                                                  00317000
003180     open input Evidence-Table-File.                              00318000
003190     if not Ws-Ev-File-Ok                                         00319000
003200        Move "N" to Ws-Table-Load-Switch                          00320000
003210     else                                                         00321000
003220        perform until Ws-Ev-At-Eof                                00322000
003230            read Evidence-Table-File                              00323000
003240                at end                                            00324000
003250                    Move "Y" to Ws-Ev-Eof-Switch                  00325000
003260                not at end                                        00326000
003270                    perform ValidateAndAddEvidence                00327000
003280            end-read                                              00328000
003290        end-perform                                               00329000
003300        close Evidence-Table-File                                 00330000
003310     end-if                                                       00331000
003320                                                                  00332000
003330     if Ws-Evidence-Count = zero                                  00333000
003340        Move "N" to Ws-Table-Load-Switch                          00334000
003350     end-if                                                       00335000
003360     .                                                            00336000
003370                                                                  00337000
003380 ValidateAndAddEvidence Section.                                  00338000
003390                                                                  00339000
003400     if Ev-Age-Low is not numeric                                 00340000
003410             or Ev-Age-High is not numeric                        00341000
003420             or Ev-Sum-Low is not numeric                         00342000
003430             or Ev-Sum-High is not numeric                        00343000
003440             or Ev-Requirement-Code = spaces                      00344000
003450        Move "N" to Ws-Table-Load-Switch                          00345000
003460     else                                                         00346000
003470        if Ev-Age-Low > Ev-Age-High                               00347000
003480                or Ev-Sum-Low > Ev-Sum-High                       00348000
003490                or Ws-Evidence-Count >= 200                       00349000
003500           Move "N" to Ws-Table-Load-Switch                       00350000
003510        else                                                      00351000
003520           add 1 to Ws-Evidence-Count                             00352000
003530           Move Ev-Age-Low                                        00353000
003540                   to Ws-Et-Age-Low (Ws-Evidence-Count)           00354000
003550           Move Ev-Age-High                                       00355000
003560                   to Ws-Et-Age-High (Ws-Evidence-Count)          00356000
003570           Move Ev-Sum-Low                                        00357000
003580                   to Ws-Et-Sum-Low (Ws-Evidence-Count)           00358000
003590           Move Ev-Sum-High                                       00359000
003600                   to Ws-Et-Sum-High (Ws-Evidence-Count)          00360000
003610           Move Ev-Requirement-Code                               00361000
003620                   to Ws-Et-Requirement-Code (Ws-Evidence-Count)  00362000
003630           Move Ev-Description                                    00363000
003640                   to Ws-Et-Description (Ws-Evidence-Count)       00364000
003650        end-if                                                    00365000
003660     end-if                                                       00366000
003670     .                                                            00367000
003680                                                                  00368000
003690* -------------------------------------------------------------   00369000
003700* XaPoMnt writes the underwriting file in policy-file order, so   00370000
003710* all three files are ascending by customer id and each           00371000
003720* customer's policies are checked together, against one age       00372000
003730* and one aggregate.                                              00373000
003740* -------------------------------------------------------------   00374000
003750 CheckUnderwritingPolicies Section.                               00375000
003760                                                                  00376000
003770     perform until Ws-Pu-At-Eof                                   00377000
003780         perform CheckOneCustomer                                 00378000
003790     end-perform                                                  00379000
003800     .                                                            00380000
003810                                                                  00381000
003820 CheckOneCustomer Section.                                        00382000
003830                                                                  00383000
003840     Move Pu-Cust-Id to Ws-Group-Cust-Id.                         00384000
003850                                                                  00385000
003860     perform until Ws-Cm-At-Eof or Cm-Cust-Id >= Ws-Group-Cust-Id 00386000
003870         perform ReadMaster                                       00387000
003880     end-perform                                                  00388000
003890     if Ws-Cm-At-Eof or Cm-Cust-Id > Ws-Group-Cust-Id             00389000
003900        Move "N" to Ws-Master-Found-Switch                        00390000
003910     else                                                         00391000
003920        Move "Y" to Ws-Master-Found-Switch                        00392000
003930        perform ComputeRatingAge                                  00393000
003940     end-if                                                       00394000
003950                                                                  00395000
003960     perform SumCustomerPolicies.                                 00396000
003970                                                                  00397000
003980     perform until Ws-Pu-At-Eof                                   00398000
003990             or Pu-Cust-Id not = Ws-Group-Cust-Id                 00399000
004000         perform CheckOnePolicy                                   00400000
004010         perform ReadUnderwritingPolicy                           00401000
004020     end-perform                                                  00402000
004030     .                                                            00403000
004040                                                                  00404000
004050* -------------------------------------------------------------   00405000
004060* The same rating age XaRsDrv uses: derived from the date of      00406000
004070* birth at the business date, or the keyed age where no date      00407000
004080* of birth is captured.                                           00408000
004090* -------------------------------------------------------------   00409000
004100 ComputeRatingAge Section.                                        00410000
004110                                                                  00411000
004120     if Cm-Birth-Date is not numeric or Cm-Birth-Date = zero      00412000
004130        Move Cm-Age to Ws-Rating-Age                              00413000
004140     else                                                         00414000
004150        Move Cm-Birth-Date to Ws-Birth-Date-Work                  00415000
004160        compute Ws-Rating-Age = Ws-Run-Year - Ws-Birth-Year       00416000
004170        if Ws-Run-Month-Day < Ws-Birth-Month-Day                  00417000
004180           subtract 1 from Ws-Rating-Age                          00418000
004190        end-if                                                    00419000
004200     end-if                                                       00420000
004210     .                                                            00421000
004220                                                                  00422000
004230 SumCustomerPolicies Section.                                     00423000
004240                                                                  00424000
004250     Move zero to Ws-Aggregate-Sum.                               00425000
004260                                                                  00426000
004270     perform until Ws-Policy-Key >= Ws-Group-Cust-Id              00427000
004280         perform ReadPolicy                                       00428000
004290     end-perform                                                  00429000
004300                                                                  00430000
004310     perform until Ws-Policy-Key not = Ws-Group-Cust-Id           00431000
004320         add Po-Sum-Assured to Ws-Aggregate-Sum                   00432000
004330         perform ReadPolicy                                       00433000
004340     end-perform                                                  00434000
004350     .                                                            00435000
004360                                                                  00436000
004370 CheckOnePolicy Section.                                          00437000
004380                                                                  00438000
004390     add 1 to Ws-Checked-Count.                                   00439000
004400                                                                  00440000
004410     if not Ws-Master-Found                                       00441000
004420        add 1 to Ws-No-Master-Count                               00442000
004430        Move spaces to Ws-Rd-Requirement-Code                     00443000
004440        Move spaces to Ws-Rd-Description                          00444000
004450        Move zero to Ws-Rd-Age                                    00445000
004460        Move "NO CUSTOMER MASTER RECORD" to Ws-Rd-Action          00446000
004470        perform WriteRequirementLine                              00447000
004480     else                                                         00448000
004490        Move zero to Ws-Policy-Req-Count                          00449000
004500        perform varying Ws-Et-Sub from 1 by 1                     00450000
004510                until Ws-Et-Sub > Ws-Evidence-Count               00451000
004520            if Ws-Rating-Age >= Ws-Et-Age-Low (Ws-Et-Sub)         00452000
004530                    and Ws-Rating-Age <=                          00453000
004540                            Ws-Et-Age-High (Ws-Et-Sub)            00454000
004550                    and Ws-Aggregate-Sum >=                       00455000
004560                            Ws-Et-Sum-Low (Ws-Et-Sub)             00456000
004570                    and Ws-Aggregate-Sum <=                       00457000
004580                            Ws-Et-Sum-High (Ws-Et-Sub)            00458000
004590               perform OpenRequirement                            00459000
004600            end-if                                                00460000
004610        end-perform                                               00461000
004620        if Ws-Policy-Req-Count > zero                             00462000
004630           add 1 to Ws-Held-Policy-Count                          00463000
004640        end-if                                                    00464000
004650     end-if                                                       00465000
004660     .                                                            00466000
004670                                                                  00467000
004680 OpenRequirement Section.                                         00468000
004690                                                                  00469000
004700     add 1 to Ws-Policy-Req-Count.                                00470000
004710                                                                  00471000
004720     Move Ws-Group-Cust-Id to Ur-Cust-Id.                         00472000
004730     Move Pu-Policy-No to Ur-Policy-No.                           00473000
004740     Move Ws-Et-Requirement-Code (Ws-Et-Sub)                      00474000
004750             to Ur-Requirement-Code.                              00475000
004760     read Requirement-File                                        00476000
004770         key is Ur-Requirement-Key                                00477000
004780         invalid key                                              00478000
004790             Move Ws-Group-Cust-Id to Ur-Cust-Id                  00479000
004800             Move Pu-Policy-No to Ur-Policy-No                    00480000
004810             Move Ws-Et-Requirement-Code (Ws-Et-Sub)              00481000
004820                     to Ur-Requirement-Code                       00482000
004830             perform BuildRequirement                             00483000
004840             write Underwriting-Requirement-Record                00484000
004850             add 1 to Ws-Opened-Count                             00485000
004860             Move "OPENED" to Ws-Rd-Action                        00486000
004870         not invalid key                                          00487000
004880             if Ur-Status-Open                                    00488000
004890                add 1 to Ws-Already-Open-Count                    00489000
004900                Move "ALREADY OPEN" to Ws-Rd-Action               00490000
004910             else                                                 00491000
004920                perform BuildRequirement                          00492000
004930                rewrite Underwriting-Requirement-Record           00493000
004940                add 1 to Ws-Reopened-Count                        00494000
004950                Move "REOPENED, COVER RAISED" to Ws-Rd-Action     00495000
004960             end-if                                               00496000
004970     end-read                                                     00497000
004980                                                                  00498000
004990     Move Ws-Rating-Age to Ws-Rd-Age.                             00499000
005000     Move Ur-Requirement-Code to Ws-Rd-Requirement-Code.          00500000
005010     Move Ur-Description to Ws-Rd-Description.                    00501000
005020     perform WriteRequirementLine                                 00502000
005030     .                                                            00503000
005040                                                                  00504000
005050 BuildRequirement Section.                                        00505000
005060                                                                  00506000
005070     Move "O" to Ur-Status.                                       00507000
005080     Move Ws-Et-Description (Ws-Et-Sub) to Ur-Description.        00508000
005090     Move Ws-Rating-Age to Ur-Rating-Age.                         00509000
005100     Move Ws-Aggregate-Sum to Ur-Aggregate-Sum.                   00510000
005110     Move Ws-Run-Date to Ur-Opened-Date.                          00511000
005120     Move zero to Ur-Cleared-Date.                                00512000
005130     Move zero to Ur-Release-Date                                 00513000
005140     .                                                            00514000
005150                                                                  00515000
005160 WriteRequirementLine Section.                                    00516000
005170                                                                  00517000
005180     Move Ws-Group-Cust-Id to Ws-Rd-Cust-Id.                      00518000
005190     Move Pu-Policy-No to Ws-Rd-Policy-No.                        00519000
005200     Move Ws-Aggregate-Sum to Ws-Rd-Aggregate-Sum.                00520000
005210     Move spaces to Print-Line.                                   00521000
005220     Move Ws-Requirement-Detail to Print-Line.                    00522000
005230     perform WritePrintLine                                       00523000
005240     .                                                            00524000
005250                                                                  00525000
005260 ReadUnderwritingPolicy Section.                                  00526000
005270                                                                  00527000
005280     read Underwriting-Policy-File                                00528000
005290         at end                                                   00529000
005300             Move "Y" to Ws-Pu-Eof-Switch                         00530000
005310     end-read                                                     00531000
005320     .                                                            00532000
005330                                                                  00533000
005340 ReadMaster Section.                                              00534000
005350                                                                  00535000
005360     read Customer-Master-File                                    00536000
005370         at end                                                   00537000
005380             Move "Y" to Ws-Cm-Eof-Switch                         00538000
005390     end-read                                                     00539000
005400     .                                                            00540000
005410                                                                  00541000
005420 ReadPolicy Section.                                              00542000
005430                                                                  00543000
005440     read Policy-File                                             00544000
005450         at end                                                   00545000
005460             Move Ws-Policy-Key-Eof to Ws-Policy-Key              00546000
005470         not at end                                               00547000
005480             Move Po-Cust-Id to Ws-Policy-Key                     00548000
005490     end-read                                                     00549000
005500     .                                                            00550000
005510                                                                  00551000
005520 PrintSummary Section.                                            00552000
005530                                                                  00553000
005540     Move spaces to Print-Line.                                   00554000
005550     perform WritePrintLine.                                      00555000
005560                                                                  00556000
005570     Move "ADDED OR INCREASED POLICIES" to Ws-Tt-Label.           00557000
005580     Move Ws-Checked-Count to Ws-Tt-Count.                        00558000
005590     perform WriteTotalLine.                                      00559000
005600     Move "POLICIES HELD FOR EVIDENCE" to Ws-Tt-Label.            00560000
005610     Move Ws-Held-Policy-Count to Ws-Tt-Count.                    00561000
005620     perform WriteTotalLine.                                      00562000
005630     Move "REQUIREMENTS OPENED" to Ws-Tt-Label.                   00563000
005640     Move Ws-Opened-Count to Ws-Tt-Count.                         00564000
005650     perform WriteTotalLine.                                      00565000
005660     Move "REQUIREMENTS REOPENED" to Ws-Tt-Label.                 00566000
005670     Move Ws-Reopened-Count to Ws-Tt-Count.                       00567000
005680     perform WriteTotalLine.                                      00568000
005690     Move "REQUIREMENTS ALREADY OPEN" to Ws-Tt-Label.             00569000
005700     Move Ws-Already-Open-Count to Ws-Tt-Count.                   00570000
005710     perform WriteTotalLine.                                      00571000
005720     Move "POLICIES WITH NO CUSTOMER MASTER" to Ws-Tt-Label.      00572000
005730     Move Ws-No-Master-Count to Ws-Tt-Count.                      00573000
005740     perform WriteTotalLine                                       00574000
005750     .                                                            00575000
005760                                                                  00576000
005770 WriteTextLine Section.                                           00577000
005780                                                                  00578000
005790     Move spaces to Print-Line.                                   00579000
005800     Move Ws-Text-Line to Print-Line.                             00580000
005810     perform WritePrintLine                                       00581000
005820     .                                                            00582000
005830                                                                  00583000
005840 WriteTotalLine Section.                                          00584000
005850                                                                  00585000
005860     Move spaces to Print-Line.                                   00586000
005870     Move Ws-Total-Detail to Print-Line.                          00587000
005880     perform WritePrintLine                                       00588000
005890     .                                                            00589000
005900                                                                  00590000
005910* -------------------------------------------------------------   00591000
005920* All report output funnels through here so the page heading      00592000
005930* and line counting live in one place.                            00593000
005940* -------------------------------------------------------------   00594000
005950 WritePrintLine Section.                                          00595000
005960                                                                  00596000
005970     if Ws-Line-Count >= Ws-Page-Limit                            00597000
005980        perform WritePageHeading                                  00598000
005990     end-if                                                       00599000
006000     write Print-Line after advancing 1 line.                     00600000
006010     add 1 to Ws-Line-Count                                       00601000
006020     .                                                            00602000
006030                                                                  00603000
006040 WritePageHeading Section.                                        00604000
006050                                                                  00605000
006060     Move Print-Line to Ws-Saved-Print-Line.                      00606000
006070     add 1 to Ws-Page-Count.                                      00607000
006080     Move Ws-Run-Date to Ws-H1-Run-Date.                          00608000
006090     Move Ws-Page-Count to Ws-H1-Page.                            00609000
006100                                                                  00610000
006110     if Ws-Page-Count = 1                                         00611000
006120        write Print-Line from Ws-Heading-1                        00612000
006130                after advancing 1 line                            00613000
006140     else                                                         00614000
006150        write Print-Line from Ws-Heading-1                        00615000
006160                after advancing page                              00616000
006170     end-if                                                       00617000
006180     Move spaces to Print-Line.                                   00618000
006190     write Print-Line after advancing 1 line.                     00619000
006200     Move Ws-Saved-Print-Line to Print-Line.                      00620000
006210     Move 2 to Ws-Line-Count                                      00621000
006220     .                                                            00622000
006230                                                                  00623000
006240 Finalize Section.                                                00624000
006250                                                                  00625000
006260     close Underwriting-Policy-File.                              00626000
006270     close Policy-File.                                           00627000
006280     close Customer-Master-File.                                  00628000
006290     close Requirement-File.                                      00629000
006300     close Check-Report-File.                                     00630000
006310                                                                  00631000
006320     Display "XAUWCHK: " Ws-Checked-Count " policy(ies) checked, "00632000
006330             Ws-Held-Policy-Count " held for evidence, "          00633000
006340             Ws-No-Master-Count " without master record.".        00634000
006350     Display "XAUWCHK: " Ws-Opened-Count                          00635000
006360             " requirement(s) opened, "                           00636000
006370             Ws-Reopened-Count " reopened.".                      00637000
006380                                                                  00638000
006390     perform SetStepCondition.                                    00639000
006400     perform WriteRunStats                                        00640000
006410     .                                                            00641000
006420                                                                  00642000
006430* -------------------------------------------------------------   00643000
006440* In is the policies checked, out the requirements opened or      00644000
006450* reopened, reject the policies with no customer master.          00645000
006460* -------------------------------------------------------------   00646000
006470 WriteRunStats Section.                                           00647000
006480                                                                  00648000
006490     Move "XAUWCHK " to Rs-Program-Id.                            00649000
006500     Move Ws-Run-Date to Rs-Business-Date.                        00650000
006510     Move Ws-Checked-Count to Rs-In-Count.                        00651000
006520     compute Rs-Out-Count = Ws-Opened-Count + Ws-Reopened-Count.  00652000
006530     Move Ws-No-Master-Count to Rs-Reject-Count.                  00653000
006540     Move "C" to Rs-Completion-Status.                            00654000
006550     Move Cc-Step-Condition to Rs-Condition-Code.                 00655000
006560     if Cc-Step-Condition = Cc-Hard-Failure                       00656000
006570        Move "E" to Rs-Completion-Status                          00657000
006580     end-if                                                       00658000
006590     call "XaStatWr" using Run-Stats-Record                       00659000
006600     .                                                            00660000
006610                                                                  00661000
006620 SetStepCondition Section.                                        00662000
006630                                                                  00663000
006640     if Ws-No-Master-Count > zero                                 00664000
006650        Move Cc-Warning to Cc-Step-Condition                      00665000
006660     else                                                         00666000
006670        Move Cc-Clean to Cc-Step-Condition                        00667000
006680     end-if                                                       00668000
006690     .                                                            00669000
