000010 Identification division.                                         00001000
000020 Program-id.   XaUwAge.                                           00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Underwriting requirements aging report and release step.        00005000
000060* Walks the outstanding requirements file in key order and        00006000
000070* does two things in the one pass, as XaSusRcy does for the       00007000
000080* suspense file: prints every requirement still open with         00008000
000090* the days since XaUwChk opened it, totalled by age bucket,       00009000
000100* so the desk can chase the oldest evidence first; and, for       00010000
000110* every customer whose requirements are now all received or       00011000
000120* waived, writes the customer - joined back to the customer       00012000
000130* master for the full record - onto the delta customer file,      00013000
000140* so the existing DELTA run of XaRsDrv rates and bills the        00014000
000150* held cover without waiting for the next full sweep.  The        00015000
000160* release date is stamped on each cleared requirement so a        00016000
000170* clearance feeds the delta file exactly once; one cleared        00017000
000180* while others are still open is stamped without a release,       00018000
000190* and the customer is queued when its last one clears.            00019000
000200* A customer to release that the master no longer carries is      00020000
000210* reported and ends the step with the warning condition code      00021000
000220* (STEPCC).                                                       00022000
000230* -------------------------------------------------------------   00023000
000240 environment division.                                            00024000
000250 Input-Output section.                                            00025000
000260 File-control.                                                    00026000
000270     select Requirement-File assign to UwReqDd                    00027000
000280         organization is indexed                                  00028000
000290         access mode is sequential                                00029000
000300         record key is Ur-Requirement-Key                         00030000
000310         file status is Ws-Ur-File-Status.                        00031000
000320                                                                  00032000
000330     select Customer-Master-File assign to CustMstDd              00033000
000340         organization is line sequential                          00034000
000350         file status is Ws-Cm-File-Status.                        00035000
000360                                                                  00036000
000370     select Delta-Customer-File assign to DeltaCustDd             00037000
000380         organization is line sequential                          00038000
000390         file status is Ws-Dm-File-Status.                        00039000
000400                                                                  00040000
000410     select Run-Control-File assign to RunCtlDd                   00041000
000420         organization is line sequential                          00042000
000430         file status is Ws-Rn-File-Status.                        00043000
000440                                                                  00044000
000450     select Aging-Report-File assign to UwAgeRptDd                00045000
000460         organization is line sequential                          00046000
000470         file status is Ws-Ag-File-Status.                        00047000
000480                                                                  00048000
000490 Data Division.                                                   00049000
000500 File Section.                                                    00050000
000510 Fd  Requirement-File.                                            00051000
000520 copy UWREQREC.                                                   00052000
000530                                                                  00053000
000540 Fd  Customer-Master-File.                                        00054000
000550 copy CUSTREC.                                                    00055000
000560                                                                  00056000
000570 Fd  Delta-Customer-File.                                         00057000
000580 copy CUSTREC replacing ==Customer-Master-Record== by             00058000
000590         ==Delta-Customer-Record==                                00059000
000600         leading ==Cm-== by ==Dm-==.                              00060000
000610                                                                  00061000
000620 Fd  Run-Control-File.                                            00062000
000630 copy RUNCTLREC.                                                  00063000
000640                                                                  00064000
000650 Fd  Aging-Report-File.                                           00065000
000660 01  Print-Line                  pic x(132).                      00066000
000670                                                                  00067000
000680 Working-Storage Section.                                         00068000
000690 01  Ws-Ur-File-Status           pic x(02).                       00069000
000700     88  Ws-Ur-File-Ok               value "00".                  00070000
000710 01  Ws-Cm-File-Status           pic x(02).                       00071000
000720     88  Ws-Cm-File-Ok               value "00".                  00072000
000730 01  Ws-Dm-File-Status           pic x(02).                       00073000
000740     88  Ws-Dm-File-Ok               value "00".                  00074000
000750 01  Ws-Rn-File-Status           pic x(02).                       00075000
000760     88  Ws-Rn-File-Ok               value "00".                  00076000
000770 01  Ws-Ag-File-Status           pic x(02).                       00077000
000780     88  Ws-Ag-File-Ok               value "00".                  00078000
000790                                                                  00079000
000800 01  Ws-Eof-Switch                pic x(01) value "N".            00080000
000810     88  Ws-At-Eof                    value "Y".                  00081000
000820 01  Ws-Cm-Eof-Switch             pic x(01) value "N".            00082000
000830     88  Ws-Cm-At-Eof                 value "Y".                  00083000
000840                                                                  00084000
000850 01  Ws-Run-Date                  pic 9(08).                      00085000
000860                                                                  00086000
000870* -------------------------------------------------------------   00087000
000880* Days outstanding on the shop's 30/360 calendar, as in           00088000
000890* XaSusRcy.                                                       00089000
000900* -------------------------------------------------------------   00090000
000910 01  Ws-Date-Work                 pic 9(08).                      00091000
000920 01  filler redefines Ws-Date-Work.                               00092000
000930     03  Ws-Dw-Year               pic 9(04).                      00093000
000940     03  Ws-Dw-Month              pic 9(02).                      00094000
000950     03  Ws-Dw-Day                pic 9(02).                      00095000
000960 01  Ws-Date-Serial               pic 9(09).                      00096000
000970 01  Ws-Run-Serial                pic 9(09).                      00097000
000980 01  Ws-Opened-Serial             pic 9(09).                      00098000
000990 01  Ws-Days-Open                 pic s9(09).                     00099000
001000                                                                  00100000
001010* -------------------------------------------------------------   00101000
001020* A customer's requirements are contiguous in key order; these    00102000
001030* say what the customer in hand has shown so far, and are         00103000
001040* acted on when the key moves to the next customer.               00104000
001050* -------------------------------------------------------------   00105000
001060 01  Ws-Group-Cust-Id             pic 9(06) value zero.           00106000
001070 01  Ws-Group-Open-Switch         pic x(01) value "N".            00107000
001080     88  Ws-Group-Has-Open            value "Y".                  00108000
001090 01  Ws-Group-Cleared-Switch      pic x(01) value "N".            00109000
001100     88  Ws-Group-Newly-Cleared       value "Y".                  00110000
001110                                                                  00111000
001120 01  Ws-Read-Count                pic 9(09) value zero.           00112000
001130 01  Ws-Open-Count                pic 9(09) value zero.           00113000
001140 01  Ws-Bucket-1-Count            pic 9(09) value zero.           00114000
001150 01  Ws-Bucket-2-Count            pic 9(09) value zero.           00115000
001160 01  Ws-Bucket-3-Count            pic 9(09) value zero.           00116000
001170 01  Ws-Bucket-4-Count            pic 9(09) value zero.           00117000
001180 01  Ws-Released-Count            pic 9(09) value zero.           00118000
001190 01  Ws-No-Master-Count           pic 9(09) value zero.           00119000
001200                                                                  00120000
001210 copy STEPCC.                                                     00121000
001220                                                                  00122000
001230 01  Ws-Saved-Print-Line          pic x(132).                     00123000
001240 01  Ws-Line-Count                pic 9(03) value 99.             00124000
001250 01  Ws-Page-Count                pic 9(04) value zero.           00125000
001260 01  Ws-Page-Limit                pic 9(03) value 55.             00126000
001270                                                                  00127000
001280 01  Ws-Heading-1.                                                00128000
001290     03  filler            pic x(10) value "XAUWAGE".             00129000
001300     03  filler            pic x(36)                              00130000
001310             value "OUTSTANDING REQUIREMENTS AGING".              00131000
001320     03  filler            pic x(09) value "RUN DATE".            00132000
001330     03  Ws-H1-Run-Date           pic 9(08).                      00133000
001340     03  filler            pic x(06) value "  PAGE".              00134000
001350     03  Ws-H1-Page               pic zzz9.                       00135000
001360                                                                  00136000
001370 01  Ws-Detail-Col-Heading.                                       00137000
001380     03  filler            pic x(10) value "CUSTOMER".            00138000
001390     03  filler            pic x(08) value "POLICY".              00139000
001400     03  filler            pic x(06) value "CODE".                00140000
001410     03  filler            pic x(26) value "EVIDENCE".            00141000
001420     03  filler            pic x(10) value "OPENED".              00142000
001430     03  filler            pic x(11) value "  DAYS OPEN".         00143000
001440                                                                  00144000
001450 01  Ws-Aging-Detail.                                             00145000
001460     03  Ws-Ad-Cust-Id            pic 9(06) value zero.           00146000
001470     03  filler            pic x(04) value spaces.                00147000
001480     03  Ws-Ad-Policy-No          pic 9(04) value zero.           00148000
001490     03  filler            pic x(04) value spaces.                00149000
001500     03  Ws-Ad-Requirement-Code   pic x(04) value spaces.         00150000
001510     03  filler            pic x(02) value spaces.                00151000
001520     03  Ws-Ad-Description        pic x(24) value spaces.         00152000
001530     03  filler            pic x(02) value spaces.                00153000
001540     03  Ws-Ad-Opened-Date        pic 9(08).                      00154000
001550     03  filler            pic x(01) value spaces.                00155000
001560     03  Ws-Ad-Days-Open          pic zzz,zzz,zz9.                00156000
001570                                                                  00157000
001580 01  Ws-Total-Detail.                                             00158000
001590     03  filler            pic x(04) value spaces.                00159000
001600     03  Ws-Tt-Label              pic x(34) value spaces.         00160000
001610     03  Ws-Tt-Count              pic zzz,zzz,zz9.                00161000
001620                                                                  00162000
001630 01  Ws-Text-Line.                                                00163000
001640     03  Ws-Tx-Text               pic x(72).                      00164000
001650                                                                  00165000
001660 Procedure division.                                              00166000
001670                                                                  00167000
001680 Main section.                                                    00168000
001690                                                                  00169000
001700     Perform InitAging.                                           00170000
001710     Perform WalkRequirementFile.                                 00171000
001720     Perform PrintSummary.                                        00172000
001730     Perform Finalize.                                            00173000
001740     Move Cc-Step-Condition to Return-Code.                       00174000
001750     Goback.                                                      00175000
001760                                                                  00176000
001770 InitAging Section.                                               00177000
001780                                                                  00178000
001790     perform SetBusinessDate.                                     00179000
001800                                                                  00180000
001810     open i-o Requirement-File.                                   00181000
001820     if not Ws-Ur-File-Ok                                         00182000
001830        Display "XAUWAGE: requirements file open failed, "        00183000
001840                "run aborted."                                    00184000
001850        Move Cc-Hard-Failure to Return-Code                       00185000
001860        Goback                                                    00186000
001870     end-if                                                       00187000
001880                                                                  00188000
001890     open input Customer-Master-File.                             00189000
001900     if not Ws-Cm-File-Ok                                         00190000
001910        Display "XAUWAGE: customer master open failed, "          00191000
001920                "run aborted."                                    00192000
001930        Move Cc-Hard-Failure to Return-Code                       00193000
001940        Goback                                                    00194000
001950     end-if                                                       00195000
001960     perform ReadMaster.                                          00196000
001970                                                                  00197000
001980* -------------------------------------------------------------   00198000
001990* The delta file is extended, not rewritten, for the same         00199000
002000* reason as in XaSusRcy: customers already queued for the         00200000
002010* DELTA run must never be truncated away.                         00201000
002020* -------------------------------------------------------------   00202000
002030     open extend Delta-Customer-File.                             00203000
002040     if not Ws-Dm-File-Ok                                         00204000
002050        open output Delta-Customer-File                           00205000
002060     end-if                                                       00206000
002070     if not Ws-Dm-File-Ok                                         00207000
002080        Display "XAUWAGE: delta customer file open failed, "      00208000
002090                "run aborted."                                    00209000
002100        Move Cc-Hard-Failure to Return-Code                       00210000
002110        Goback                                                    00211000
002120     end-if                                                       00212000
002130                                                                  00213000
002140     open output Aging-Report-File.                               00214000
002150     if not Ws-Ag-File-Ok                                         00215000
002160        Display "XAUWAGE: aging report open failed, "             00216000
002170                "run aborted."                                    00217000
002180        Move Cc-Hard-Failure to Return-Code                       00218000
002190        Goback                                                    00219000
002200     end-if                                                       00220000
002210                                                                  00221000
002220     Move Ws-Run-Date to Ws-Date-Work.                            00222000
002230     perform DateToSerial.                                        00223000
002240     Move Ws-Date-Serial to Ws-Run-Serial.                        00224000
002250                                                                  00225000
002260     Move spaces to Ws-Tx-Text.                                   00226000
002270     Move "REQUIREMENTS STILL OUTSTANDING" to Ws-Tx-Text.         00227000
002280     perform WriteTextLine.                                       00228000
002290     Move spaces to Print-Line.                                   00229000
002300     Move Ws-Detail-Col-Heading to Print-Line.                    00230000
002310     perform WritePrintLine                                       00231000
002320     .                                                            00232000
002330                                                                  00233000
002340 SetBusinessDate Section.                                         00234000
002350                                                                  00235000
002360     Accept Ws-Run-Date from date YYYYMMDD.                       00236000
002370                                                                  00237000
002380     open input Run-Control-File.                                 00238000
002390     if Ws-Rn-File-Ok                                             00239000
002400        read Run-Control-File                                     00240000
002410            at end                                                00241000
002420                continue                                          00242000
002430            not at end                                            00243000
002440                Move Rn-Business-Date to Ws-Run-Date              00244000
002450        end-read                                                  00245000
002460        close Run-Control-File                                    00246000
002470     end-if                                                       00247000
002480     .                                                            00248000
002490                                                                  00249000
002500 WalkRequirementFile Section.                                     00250000
002510                                                                  00251000
002520     perform until Ws-At-Eof                                      00252000
002530         read Requirement-File next record                        00253000
002540             at end                                               00254000
002550                 Move "Y" to Ws-Eof-Switch                        00255000
002560             not at end                                           00256000
002570                 perform ProcessOneRequirement                    00257000
002580         end-read                                                 00258000
002590     end-perform                                                  00259000
002600                                                                  00260000
002610     perform CloseCustomerGroup                                   00261000
002620     .                                                            00262000
002630                                                                  00263000
002640 ProcessOneRequirement Section.                                   00264000
002650                                                                  00265000
002660     if Ur-Cust-Id not = Ws-Group-Cust-Id                         00266000
002670        perform CloseCustomerGroup                                00267000
002680        Move Ur-Cust-Id to Ws-Group-Cust-Id                       00268000
002690        Move "N" to Ws-Group-Open-Switch                          00269000
002700        Move "N" to Ws-Group-Cleared-Switch                       00270000
002710     end-if                                                       00271000
002720                                                                  00272000
002730     add 1 to Ws-Read-Count.                                      00273000
002740                                                                  00274000
002750     if Ur-Status-Open                                            00275000
002760        add 1 to Ws-Open-Count                                    00276000
002770        Move "Y" to Ws-Group-Open-Switch                          00277000
002780        perform AgeOpenRequirement                                00278000
002790     end-if                                                       00279000
002800                                                                  00280000
002810     if Ur-Status-Cleared and Ur-Release-Date = zero              00281000
002820        Move Ws-Run-Date to Ur-Release-Date                       00282000
002830        rewrite Underwriting-Requirement-Record                   00283000
002840        Move "Y" to Ws-Group-Cleared-Switch                       00284000
002850     end-if                                                       00285000
002860     .                                                            00286000
002870                                                                  00287000
002880 AgeOpenRequirement Section.                                      00288000
002890                                                                  00289000
002900     Move Ur-Opened-Date to Ws-Date-Work.                         00290000
002910     perform DateToSerial.                                        00291000
002920     Move Ws-Date-Serial to Ws-Opened-Serial.                     00292000
002930                                                                  00293000
002940     compute Ws-Days-Open = Ws-Run-Serial - Ws-Opened-Serial.     00294000
002950                                                                  00295000
002960     evaluate true                                                00296000
002970         when Ws-Days-Open <= 30                                  00297000
002980             add 1 to Ws-Bucket-1-Count                           00298000
002990         when Ws-Days-Open <= 60                                  00299000
003000             add 1 to Ws-Bucket-2-Count                           00300000
003010         when Ws-Days-Open <= 90                                  00301000
003020             add 1 to Ws-Bucket-3-Count                           00302000
003030         when other                                               00303000
003040             add 1 to Ws-Bucket-4-Count                           00304000
003050     end-evaluate                                                 00305000
003060                                                                  00306000
003070     Move Ur-Cust-Id to Ws-Ad-Cust-Id.                            00307000
003080     Move Ur-Policy-No to Ws-Ad-Policy-No.                        00308000
003090     Move Ur-Requirement-Code to Ws-Ad-Requirement-Code.          00309000
003100     Move Ur-Description to Ws-Ad-Description.                    00310000
003110     Move Ur-Opened-Date to Ws-Ad-Opened-Date.                    00311000
003120     Move Ws-Days-Open to Ws-Ad-Days-Open.                        00312000
003130     Move spaces to Print-Line.                                   00313000
003140     Move Ws-Aging-Detail to Print-Line.                          00314000
003150     perform WritePrintLine                                       00315000
003160     .                                                            00316000
003170                                                                  00317000
003180* -------------------------------------------------------------   00318000
003190* A customer is released only when something cleared since        00319000
003200* the last run and nothing is left open.  Both files are          00320000
003210* ascending by customer id, so the master is simply advanced      00321000
003220* until it catches up; a customer the master no longer            00322000
003230* carries cannot be re-rated and is reported instead.             00323000
003240* -------------------------------------------------------------   00324000
003250 CloseCustomerGroup Section.                                      00325000
003260                                                                  00326000
003270     if Ws-Group-Newly-Cleared and not Ws-Group-Has-Open          00327000
003280        perform until Ws-Cm-At-Eof                                00328000
003290                or Cm-Cust-Id >= Ws-Group-Cust-Id                 00329000
003300            perform ReadMaster                                    00330000
003310        end-perform                                               00331000
003320                                                                  00332000
003330        if Ws-Cm-At-Eof or Cm-Cust-Id > Ws-Group-Cust-Id          00333000
003340           add 1 to Ws-No-Master-Count                            00334000
003350           Display "XAUWAGE: cleared customer " Ws-Group-Cust-Id  00335000
003360                   " not on customer master, not released"        00336000
003370        else                                                      00337000
003380           Move Customer-Master-Record to Delta-Customer-Record   00338000
003390           write Delta-Customer-Record                            00339000
003400           add 1 to Ws-Released-Count                             00340000
003410        end-if                                                    00341000
003420     end-if                                                       00342000
003430     .                                                            00343000
003440                                                                  00344000
003450 ReadMaster Section.                                              00345000
003460                                                                  00346000
003470     read Customer-Master-File                                    00347000
003480         at end                                                   00348000
003490             Move "Y" to Ws-Cm-Eof-Switch                         00349000
003500     end-read                                                     00350000
003510     .                                                            00351000
003520                                                                  00352000
003530 DateToSerial Section.                                            00353000
003540                                                                  00354000
003550     compute Ws-Date-Serial =                                     00355000
003560             Ws-Dw-Year * 360 + (Ws-Dw-Month - 1) * 30            00356000
003570             + Ws-Dw-Day                                          00357000
003580     .                                                            00358000
003590                                                                  00359000
003600 PrintSummary Section.                                            00360000
003610                                                                  00361000
003620     Move spaces to Print-Line.                                   00362000
003630     perform WritePrintLine.                                      00363000
003640                                                                  00364000
003650     Move "REQUIREMENTS ON FILE" to Ws-Tt-Label.                  00365000
003660     Move Ws-Read-Count to Ws-Tt-Count.                           00366000
003670     perform WriteTotalLine.                                      00367000
003680     Move "STILL OUTSTANDING" to Ws-Tt-Label.                     00368000
003690     Move Ws-Open-Count to Ws-Tt-Count.                           00369000
003700     perform WriteTotalLine.                                      00370000
003710     Move "  OPEN UP TO 30 DAYS" to Ws-Tt-Label.                  00371000
003720     Move Ws-Bucket-1-Count to Ws-Tt-Count.                       00372000
003730     perform WriteTotalLine.                                      00373000
003740     Move "  OPEN 31 TO 60 DAYS" to Ws-Tt-Label.                  00374000
003750     Move Ws-Bucket-2-Count to Ws-Tt-Count.                       00375000
003760     perform WriteTotalLine.                                      00376000
003770     Move "  OPEN 61 TO 90 DAYS" to Ws-Tt-Label.                  00377000
003780     Move Ws-Bucket-3-Count to Ws-Tt-Count.                       00378000
003790     perform WriteTotalLine.                                      00379000
003800     Move "  OPEN OVER 90 DAYS" to Ws-Tt-Label.                   00380000
003810     Move Ws-Bucket-4-Count to Ws-Tt-Count.                       00381000
003820     perform WriteTotalLine.                                      00382000
003830     Move "CUSTOMERS RELEASED TO DELTA" to Ws-Tt-Label.           00383000
003840     Move Ws-Released-Count to Ws-Tt-Count.                       00384000
003850     perform WriteTotalLine.                                      00385000
003860     Move "CLEARED, NO MASTER RECORD" to Ws-Tt-Label.             00386000
003870     Move Ws-No-Master-Count to Ws-Tt-Count.                      00387000
003880     perform WriteTotalLine                                       00388000
003890     .                                                            00389000
003900                                                                  00390000
003910 WriteTextLine Section.                                           00391000
003920                                                                  00392000
003930     Move spaces to Print-Line.                                   00393000
003940     Move Ws-Text-Line to Print-Line.                             00394000
003950     perform WritePrintLine                                       00395000
003960     .                                                            00396000
003970                                                                  00397000
003980 WriteTotalLine Section.                                          00398000
003990                                                                  00399000
004000     Move spaces to Print-Line.                                   00400000
004010     Move Ws-Total-Detail to Print-Line.                          00401000
004020     perform WritePrintLine                                       00402000
004030     .                                                            00403000
004040                                                                  00404000
004050* -------------------------------------------------------------   00405000
004060* All report output funnels through here so the page heading      00406000
004070* and line counting live in one place.                            00407000
004080* -------------------------------------------------------------   00408000
004090 WritePrintLine Section.                                          00409000
004100                                                                  00410000
004110     if Ws-Line-Count >= Ws-Page-Limit                            00411000
004120        perform WritePageHeading                                  00412000
004130     end-if                                                       00413000
004140     write Print-Line after advancing 1 line.                     00414000
004150     add 1 to Ws-Line-Count                                       00415000
004160     .                                                            00416000
004170                                                                  00417000
004180 WritePageHeading Section.                                        00418000
004190                                                                  00419000
004200     Move Print-Line to Ws-Saved-Print-Line.                      00420000
004210     add 1 to Ws-Page-Count.                                      00421000
004220     Move Ws-Run-Date to Ws-H1-Run-Date.                          00422000
004230     Move Ws-Page-Count to Ws-H1-Page.                            00423000
004240                                                                  00424000
004250     if Ws-Page-Count = 1                                         00425000
004260        write Print-Line from Ws-Heading-1                        00426000
004270                after advancing 1 line                            00427000
004280     else                                                         00428000
004290        write Print-Line from Ws-Heading-1                        00429000
004300                after advancing page                              00430000
004310     end-if                                                       00431000
004320     Move spaces to Print-Line.                                   00432000
004330     write Print-Line after advancing 1 line.                     00433000
004340     Move Ws-Saved-Print-Line to Print-Line.                      00434000
004350     Move 2 to Ws-Line-Count                                      00435000
004360     .                                                            00436000
004370                                                                  00437000
004380 Finalize Section.                                                00438000
004390                                                                  00439000
004400     close Requirement-File.                                      00440000
004410     close Customer-Master-File.                                  00441000
004420     close Delta-Customer-File.                                   00442000
004430     close Aging-Report-File.                                     00443000
004440                                                                  00444000
004450     Display "XAUWAGE: " Ws-Read-Count " requirement(s) on file, "00445000
004460             Ws-Open-Count " outstanding, "                       00446000
004470             Ws-Released-Count " customer(s) released, "          00447000
004480             Ws-No-Master-Count " without master record."         00448000
004490                                                                  00449000
004500     if Ws-No-Master-Count > zero                                 00450000
004510        Move Cc-Warning to Cc-Step-Condition                      00451000
004520     end-if                                                       00452000
004530     .                                                            00453000
