000010 Identification division.                                         00001000
000020 Program-id.   XaUwUpd.                                           00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Posts underwriting desk decisions onto the outstanding          00005000
000060* requirements file.  Reads posting transactions (customer,       00006000
000070* policy and evidence code plus the decision: received or         00007000
000080* waived) and clears the matching requirement that XaUwChk        00008000
000090* opened, stamping it with the business date.  Postings for       00009000
000100* a requirement that is not on file, or is no longer open,        00010000
000110* or with a decision outside the set, are counted and             00011000
000120* reported; the requirement record wins.  Clearing the last       00012000
000130* open requirement of a customer is what lets XaUwAge queue       00013000
000140* that customer for re-rating, and XaRsDrv rate and bill it.      00014000
000150* -------------------------------------------------------------   00015000
000160 environment division.                                            00016000
000170 Input-Output section.                                            00017000
000180 File-control.                                                    00018000
000190     select Underwriting-Txn-File assign to UwTxnDd               00019000
000200         organization is line sequential                          00020000
000210         file status is Ws-Ut-File-Status.                        00021000
000220                                                                  00022000
000230     select Requirement-File assign to UwReqDd                    00023000
000240         organization is indexed                                  00024000
000250         access mode is dynamic                                   00025000
000260         record key is Ur-Requirement-Key                         00026000
000270         file status is Ws-Ur-File-Status.                        00027000
000280                                                                  00028000
000290     select Run-Control-File assign to RunCtlDd                   00029000
000300         organization is line sequential                          00030000
000310         file status is Ws-Rn-File-Status.                        00031000
000320                                                                  00032000
000330 Data Division.                                                   00033000
000340 File Section.                                                    00034000
000350 Fd  Underwriting-Txn-File.                                       00035000
000360 copy UWTXNREC.                                                   00036000
000370                                                                  00037000
000380 Fd  Requirement-File.                                            00038000
000390 copy UWREQREC.                                                   00039000
000400                                                                  00040000
000410 Fd  Run-Control-File.                                            00041000
000420 copy RUNCTLREC.                                                  00042000
000430                                                                  00043000
000440 Working-Storage Section.                                         00044000
000450 01  Ws-Ut-File-Status           pic x(02).                       00045000
000460     88  Ws-Ut-File-Ok               value "00".                  00046000
000470 01  Ws-Ur-File-Status           pic x(02).                       00047000
000480     88  Ws-Ur-File-Ok               value "00".                  00048000
000490 01  Ws-Rn-File-Status           pic x(02).                       00049000
000500     88  Ws-Rn-File-Ok               value "00".                  00050000
000510 01  Ws-Eof-Switch                pic x(01) value "N".            00051000
000520     88  Ws-At-Eof                    value "Y".                  00052000
000530 01  Ws-Run-Date                  pic 9(08).                      00053000
000540 01  Ws-Postings                  pic 9(09) value zero.           00054000
000550 01  Ws-Rejections                pic 9(09) value zero.           00055000
000560                                                                  00056000
000570 copy STEPCC.                                                     00057000
000580                                                                  00058000
000590 Procedure division.                                              00059000
000600                                                                  00060000
000610 Main section.                                                    00061000
000620                                                                  00062000
000630     perform SetBusinessDate.                                     00063000
000640                                                                  00064000
000650     open input Underwriting-Txn-File.                            00065000
000660     if not Ws-Ut-File-Ok                                         00066000
000670        Display "XAUWUPD: transaction file open failed, "         00067000
000680                "run aborted."                                    00068000
000690        Move Cc-Hard-Failure to Return-Code                       00069000
000700        Goback                                                    00070000
000710     end-if                                                       00071000
000720                                                                  00072000
000730     open i-o Requirement-File.                                   00073000
000740     if not Ws-Ur-File-Ok                                         00074000
000750        Display "XAUWUPD: requirements file open failed, "        00075000
000760                "run aborted."                                    00076000
000770        Move Cc-Hard-Failure to Return-Code                       00077000
000780        Goback                                                    00078000
000790     end-if                                                       00079000
000800                                                                  00080000
000810     perform until Ws-At-Eof                                      00081000
000820         read Underwriting-Txn-File                               00082000
000830             at end                                               00083000
000840                 Move "Y" to Ws-Eof-Switch                        00084000
000850             not at end                                           00085000
000860                 perform PostOneDecision                          00086000
000870         end-read                                                 00087000
000880     end-perform                                                  00088000
000890                                                                  00089000
000900     close Underwriting-Txn-File.                                 00090000
000910     close Requirement-File.                                      00091000
000920                                                                  00092000
000930     Display "XAUWUPD: " Ws-Postings " requirement(s) cleared, "  00093000
000940             Ws-Rejections " rejected.".                          00094000
000950                                                                  00095000
000960     if Ws-Rejections > zero                                      00096000
000970        Move Cc-Warning to Cc-Step-Condition                      00097000
000980     end-if                                                       00098000
000990     Move Cc-Step-Condition to Return-Code.                       00099000
001000     Goback.                                                      00100000
001010                                                                  00101000
001020 SetBusinessDate Section.                                         00102000
001030                                                                  00103000
001040     Accept Ws-Run-Date from date YYYYMMDD.                       00104000
001050                                                                  00105000
001060     open input Run-Control-File.                                 00106000
001070     if Ws-Rn-File-Ok                                             00107000
001080        read Run-Control-File                                     00108000
001090            at end                                                00109000
001100                continue                                          00110000
001110            not at end                                            00111000
001120                Move Rn-Business-Date to Ws-Run-Date              00112000
001130        end-read                                                  00113000
001140        close Run-Control-File                                    00114000
001150     end-if                                                       00115000
001160     .                                                            00116000
001170                                                                  00117000
001180 PostOneDecision Section.                                         00118000
001190                                                                  00119000
001200     if not Ut-Status-Valid                                       00120000
001210        add 1 to Ws-Rejections                                    00121000
001220        Display "XAUWUPD: decision " Ut-New-Status                00122000
001230                " not recognized, customer " Ut-Cust-Id           00123000
001240                " policy " Ut-Policy-No                           00124000
001250     else                                                         00125000
001260        Move Ut-Cust-Id to Ur-Cust-Id                             00126000
001270        Move Ut-Policy-No to Ur-Policy-No                         00127000
001280        Move Ut-Requirement-Code to Ur-Requirement-Code           00128000
001290        read Requirement-File                                     00129000
001300            key is Ur-Requirement-Key                             00130000
001310            invalid key                                           00131000
001320                add 1 to Ws-Rejections                            00132000
001330                Display "XAUWUPD: no " Ut-Requirement-Code        00133000
001340                        " requirement for customer " Ut-Cust-Id   00134000
001350                        " policy " Ut-Policy-No                   00135000
001360            not invalid key                                       00136000
001370                if not Ur-Status-Open                             00137000
001380                   add 1 to Ws-Rejections                         00138000
001390                   Display "XAUWUPD: " Ut-Requirement-Code        00139000
001400                           " requirement for customer "           00140000
001410                           Ut-Cust-Id " policy " Ut-Policy-No     00141000
001420                           " already cleared"                     00142000
001430                else                                              00143000
001440                   Move Ut-New-Status to Ur-Status                00144000
001450                   Move Ws-Run-Date to Ur-Cleared-Date            00145000
001460                   Move zero to Ur-Release-Date                   00146000
001470                   rewrite Underwriting-Requirement-Record        00147000
001480                   add 1 to Ws-Postings                           00148000
001490                end-if                                            00149000
001500        end-read                                                  00150000
001510     end-if                                                       00151000
001520     .                                                            00152000
