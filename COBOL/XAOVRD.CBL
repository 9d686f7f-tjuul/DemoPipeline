000410     88  Ws-At-Eof                    value "Y".                  00041000
000420 01  Ws-Postings                  pic 9(09) value zero.           00042000
000430 01  Ws-Rejections                pic 9(09) value zero.           00043000
000432                                                                  00043200
000434 copy STEPCC.                                                     00043400
000440                                                                  00044000
000450 Procedure division.                                              00045000
000460                                                                  00046000
000680                                                                  00068000
000690     Display "XAOVRD: " Ws-Postings " override(s) posted, "       00069000
000700             Ws-Rejections " rejected for missing sign-off.".     00070000
000701                                                                  00070100
000702     if Ws-Rejections > zero                                      00070200
000703        Move Cc-Warning to Cc-Step-Condition                      00070300
000704     end-if                                                       00070400
000705     Move Cc-Step-Condition to Return-Code.                       00070500
000710     Goback.                                                      00071000
000720                                                                  00072000
000730 PostOneOverride Section.                                         00073000
