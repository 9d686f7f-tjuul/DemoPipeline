000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* STEPCC - Batch step condition codes.                            00003000
000040* Every step ends with one of these in RETURN-CODE and carries    00004000
000050* the same value on its run statistics record, so the             00005000
000060* scheduler and XaChnGat read one meaning: clean; warning         00006000
000070* (rejects, exceptions or duplicates removed - the run itself     00007000
000080* sound); out of balance (a control total or reconciliation       00008000
000090* did not prove); hard failure (a file, a table load or the       00009000
000100* chain gate stopped the run).  Cc-Step-Condition is the          00010000
000110* code the step settles on.  Working-storage only.                00011000
000120* -----------------------------------------------------------     00012000
000130 01  Cc-Clean                    pic 9(02) value 00.              00013000
000140 01  Cc-Warning                  pic 9(02) value 04.              00014000
000150 01  Cc-Out-Of-Balance           pic 9(02) value 08.              00015000
000160 01  Cc-Hard-Failure             pic 9(02) value 16.              00016000
000170 01  Cc-Step-Condition           pic 9(02) value 00.              00017000
