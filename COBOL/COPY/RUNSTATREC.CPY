000080* counts are (read/passed/rejected for an edit, read/written/     00008000
000090* archived for the purge); XaOpsRpt cross-foots them between      00009000
000100* steps each morning.                                             00010000
000102* Rs-Condition-Code is the step's condition code (STEPCC); the    00010200
000104* chain gate XaChnGat reads it before billing, renewal and the    00010400
000106* GL journal may start.  Records written before it was added      00010600
000108* carry spaces there.                                             00010800
000110* -----------------------------------------------------------     00011000
000120 01  Run-Stats-Record.                                            00012000
000130     03  Rs-Program-Id           pic x(08).                       00013000
000180     03  Rs-Completion-Status    pic x(01).                       00018000
000190         88  Rs-Completed-Ok         value "C".                   00019000
000200         88  Rs-Ended-In-Error       value "E".                   00020000
000210     03  Rs-Condition-Code       pic 9(02).                       00021000
000220         88  Rs-Cc-Clean             value 00.                    00022000
000230         88  Rs-Cc-Warning           value 04.                    00023000
000240         88  Rs-Cc-Out-Of-Balance    value 08.                    00024000
000250         88  Rs-Cc-Hard-Failure      value 16.                    00025000
