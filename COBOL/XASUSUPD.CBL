000420     88  Ws-At-Eof                    value "Y".                  00042000
000430 01  Ws-Postings                  pic 9(09) value zero.           00043000
000440 01  Ws-Rejections                pic 9(09) value zero.           00044000
000442                                                                  00044200
000444 copy STEPCC.                                                     00044400
000450                                                                  00045000
000460 Procedure division.                                              00046000
000470                                                                  00047000
000510     if not Ws-St-File-Ok                                         00051000
000520        Display "XASUSUPD: transaction file open failed, "        00052000
000530                "run aborted."                                    00053000
000532        Move Cc-Hard-Failure to Return-Code                       00053200
000540        Goback                                                    00054000
000550     end-if                                                       00055000
000560                                                                  00056000
000580     if not Ws-Su-File-Ok                                         00058000
000590        Display "XASUSUPD: suspense file open failed, "           00059000
000600                "run aborted."                                    00060000
000602        Move Cc-Hard-Failure to Return-Code                       00060200
000610        Goback                                                    00061000
000620     end-if                                                       00062000
000630                                                                  00063000
000750                                                                  00075000
000760     Display "XASUSUPD: " Ws-Postings " status change(s) posted, "00076000
000770             Ws-Rejections " rejected.".                          00077000
000771                                                                  00077100
000772     if Ws-Rejections > zero                                      00077200
000773        Move Cc-Warning to Cc-Step-Condition                      00077300
000774     end-if                                                       00077400
000775     Move Cc-Step-Condition to Return-Code.                       00077500
000780     Goback.                                                      00078000
000790                                                                  00079000
000800 PostOneStatus Section.                                           00080000
