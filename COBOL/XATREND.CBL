000470                                                                  00047000
000480 01  Ws-Delta                     pic s9(05).                     00048000
000490 01  Ws-Abs-Delta                 pic 9(05).                      00049000
000492                                                                  00049200
000494 copy STEPCC.                                                     00049400
000500                                                                  00050000
000510 Procedure division.                                              00051000
000520                                                                  00052000
000660                                                                  00066000
000670     close History-File.                                          00067000
000680     close Trend-Report-File.                                     00068000
000682     Move Cc-Step-Condition to Return-Code.                       00068200
000690     Goback.                                                      00069000
000700                                                                  00070000
000710 EvaluateOneHistoryRecord Section.                                00071000
