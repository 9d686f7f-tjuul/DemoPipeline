000140* HISTFILE program (XaRsDrv, XaHstPrg, XaInq, XaTrend,            00014000
000150* XaHstRtv) opens with the new record length, so until this       00015000
000160* step has run none of them can open the old file at all.         00016000
000162* Counts that do not balance end the step out of balance          00016200
000164* (STEPCC), so the replacement step is not run over them.         00016400
000170* -------------------------------------------------------------   00017000
000180 environment division.                                            00018000
000190 Input-Output section.                                            00019000
000610                                                                  00061000
000620 01  Ws-Read-Count                pic 9(09) value zero.           00062000
000630 01  Ws-Written-Count             pic 9(09) value zero.           00063000
000632                                                                  00063200
000634 copy STEPCC.                                                     00063400
000640                                                                  00064000
000650 Procedure division.                                              00065000
000660                                                                  00066000
000690     Perform InitConvert.                                         00069000
000700     Perform ConvertHistoryFile.                                  00070000
000710     Perform Finalize.                                            00071000
000712     Move Cc-Step-Condition to Return-Code.                       00071200
000720     Goback.                                                      00072000
000730                                                                  00073000
000740 InitConvert Section.                                             00074000
000770     if not Ws-Oh-File-Ok                                         00077000
000780        Display "XAHSTCNV: old history file open failed, "        00078000
000790                "status " Ws-Oh-File-Status ", run aborted."      00079000
000792        Move Cc-Hard-Failure to Return-Code                       00079200
000800        Goback                                                    00080000
000810     end-if                                                       00081000
000820                                                                  00082000
000840     if not Ws-Nh-File-Ok                                         00084000
000850        Display "XAHSTCNV: new history file open failed, "        00085000
000860                "run aborted."                                    00086000
000862        Move Cc-Hard-Failure to Return-Code                       00086200
000870        Goback                                                    00087000
000880     end-if                                                       00088000
000890     .                                                            00089000
001240     if Ws-Read-Count not = Ws-Written-Count                      00124000
001250        Display "XAHSTCNV: COUNTS DO NOT BALANCE - "              00125000
001260                "investigate before replacing HISTFILE."          00126000
001262        Move Cc-Out-Of-Balance to Cc-Step-Condition               00126200
001270     end-if                                                       00127000
001280     .                                                            00128000
