001050 01  Ws-Reject-Policy-Count       pic 9(09) value zero.           00105000
001060 01  Ws-Reject-Field-Count        pic 9(09) value zero.           00106000
001070 01  Ws-Orphan-Count              pic 9(09) value zero.           00107000
001072                                                                  00107200
001074 copy STEPCC.                                                     00107400
001080                                                                  00108000
001090 Procedure division.                                              00109000
001100                                                                  00110000
001130     Perform InitEdit.                                            00113000
001140     Perform EditPolicyFile.                                      00114000
001150     Perform Finalize.                                            00115000
001152     Move Cc-Step-Condition to Return-Code.                       00115200
001160     Goback.                                                      00116000
001170                                                                  00117000
001180 InitEdit Section.                                                00118000
001220     open input Policy-File.                                      00122000
001230     if not Ws-Po-File-Ok                                         00123000
001240        Display "XAPOEDIT: policy file open failed, run aborted." 00124000
001242        Move Cc-Hard-Failure to Return-Code                       00124200
001250        Goback                                                    00125000
001260     end-if                                                       00126000
001270                                                                  00127000
001290     if not Ws-Cm-File-Ok                                         00129000
001300        Display "XAPOEDIT: customer master open failed, "         00130000
001310                "run aborted."                                    00131000
001312        Move Cc-Hard-Failure to Return-Code                       00131200
001320        Goback                                                    00132000
001330     end-if                                                       00133000
001340     perform ReadMaster.                                          00134000
001370     if not Ws-Vp-File-Ok                                         00137000
001380        Display "XAPOEDIT: validated policy file open failed, "   00138000
001390                "run aborted."                                    00139000
001392        Move Cc-Hard-Failure to Return-Code                       00139200
001400        Goback                                                    00140000
001410     end-if                                                       00141000
001420                                                                  00142000
001430     open output Policy-Reject-File.                              00143000
001440     if not Ws-Pj-File-Ok                                         00144000
001450        Display "XAPOEDIT: reject file open failed, run aborted." 00145000
001452        Move Cc-Hard-Failure to Return-Code                       00145200
001460        Goback                                                    00146000
001470     end-if                                                       00147000
001480     .                                                            00148000
001590     if not Ws-Prod-Load-Ok                                       00159000
001600        Display "XAPOEDIT: product table load failed, "           00160000
001610                "run aborted."                                    00161000
001612        Move Cc-Hard-Failure to Return-Code                       00161200
001620        Goback                                                    00162000
001630     end-if                                                       00163000
001640     .                                                            00164000
003480             Ws-Reject-Policy-Count " rejected ("                 00348000
003490             Ws-Reject-Field-Count " field error(s), "            00349000
003500             Ws-Orphan-Count " orphan(s))."                       00350000
003502                                                                  00350200
003504     if Ws-Reject-Policy-Count > zero or Ws-Orphan-Count > zero   00350400
003506        Move Cc-Warning to Cc-Step-Condition                      00350600
003508     end-if                                                       00350800
003510     .                                                            00351000
