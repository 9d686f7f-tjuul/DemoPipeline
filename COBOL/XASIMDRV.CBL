000740 01  Ws-Read-Count                pic 9(09) value zero.           00074000
000750 01  Ws-Compared-Count            pic 9(09) value zero.           00075000
000760 01  Ws-Exception-Count           pic 9(09) value zero.           00076000
000762                                                                  00076200
000764 copy STEPCC.                                                     00076400
000770                                                                  00077000
000780* -------------------------------------------------------------   00078000
000790* Tier migration counts: from-tier (current) down the rows,       00079000
001570     Perform SimulateCustomerFile.                                00157000
001580     Perform PrintSummary.                                        00158000
001590     Perform Finalize.                                            00159000
001592     Move Cc-Step-Condition to Return-Code.                       00159200
001600     Goback.                                                      00160000
001610                                                                  00161000
001620 InitSimulation Section.                                          00162000
001700     if not Ws-Rate-Load-Ok                                       00170000
001710        Display "XASIMDRV: current rate table load failed, "      00171000
001720                "run aborted."                                    00172000
001722        Move Cc-Hard-Failure to Return-Code                       00172200
001730        Goback                                                    00173000
001740     end-if                                                       00174000
001750                                                                  00175000
001780     if not Ws-Rate-Load-Ok                                       00178000
001790        Display "XASIMDRV: proposed rate table load failed, "     00179000
001800                "run aborted."                                    00180000
001802        Move Cc-Hard-Failure to Return-Code                       00180200
001810        Goback                                                    00181000
001820     end-if                                                       00182000
001830                                                                  00183000
001850     if not Ws-Cm-File-Ok                                         00185000
001860        Display "XASIMDRV: customer master open failed, "         00186000
001870                "run aborted."                                    00187000
001872        Move Cc-Hard-Failure to Return-Code                       00187200
001880        Goback                                                    00188000
001890     end-if                                                       00189000
001900                                                                  00190000
001920     if not Ws-Im-File-Ok                                         00192000
001930        Display "XASIMDRV: impact report open failed, "           00193000
001940                "run aborted."                                    00194000
001942        Move Cc-Hard-Failure to Return-Code                       00194200
001950        Goback                                                    00195000
001960     end-if                                                       00196000
001970                                                                  00197000
003910     Display "XASIMDRV: " Ws-Read-Count " customer(s) read, "     00391000
003920             Ws-Compared-Count " compared, "                      00392000
003930             Ws-Exception-Count " exception(s)."                  00393000
003932                                                                  00393200
003934     if Ws-Exception-Count > zero                                 00393400
003936        Move Cc-Warning to Cc-Step-Condition                      00393600
003938     end-if                                                       00393800
003940     .                                                            00394000
