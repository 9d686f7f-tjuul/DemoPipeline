000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* GLJNLREC - General ledger premium journal record layouts.       00003000
000040* Written by XaGlJnl for the ledger feed: each journal entry      00004000
000050* is a debit line and a credit line of the same amount, one       00005000
000060* pair per entry type, product code and risk tier, all under      00006000
000070* the run-control business date.  The trailer carries the         00007000
000080* line count and both totals so the ledger can prove debits       00008000
000090* equal credits on load.  Amounts carry two implied decimals.     00009000
000100* -----------------------------------------------------------     00010000
000110 01  Gl-Journal-Record.                                           00011000
000120     03  Gj-Record-Type          pic x(01).                       00012000
000130         88  Gj-Detail               value "D".                   00013000
000140     03  Gj-Business-Date        pic 9(08).                       00014000
000150     03  Gj-Line-No              pic 9(06).                       00015000
000160     03  Gj-Entry-Type           pic x(04).                       00016000
000170     03  Gj-Product-Code         pic x(04).                       00017000
000180     03  Gj-Risk-Tier            pic x(06).                       00018000
000190     03  Gj-Account              pic x(10).                       00019000
000200     03  Gj-Debit-Credit         pic x(01).                       00020000
000210         88  Gj-Debit                value "D".                   00021000
000220         88  Gj-Credit               value "C".                   00022000
000230     03  Gj-Amount               pic 9(11)v99.                    00023000
000240                                                                  00024000
000250 01  Gl-Journal-Trailer.                                          00025000
000260     03  Gt-Record-Type          pic x(01).                       00026000
000270         88  Gt-Trailer              value "T".                   00027000
000280     03  Gt-Business-Date        pic 9(08).                       00028000
000290     03  Gt-Line-Count           pic 9(06).                       00029000
000300     03  Gt-Debit-Total          pic 9(13)v99.                    00030000
000310     03  Gt-Credit-Total         pic 9(13)v99.                    00031000
000320     03  filler                  pic x(08).                       00032000
