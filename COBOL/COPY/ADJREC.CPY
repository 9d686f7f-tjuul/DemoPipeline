000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* ADJREC - Mid-term premium adjustment extract record layouts.    00003000
000040* Written by XaEndors for billing: one detail record per policy   00004000
000046* whose premium moves part-way through its policy year: the       00004600
000052* customer's risk tier changed on tonight's rating (TIER), the    00005200
000058* policy was cancelled tonight (CANC), or a TIER charge for a     00005800
000064* pending change XaNotice withdrew before billing charged it is   00006400
000070* reversed (WDRN).                                                00007000
000080* The amount is the policy's sum-assured share of the customer's  00008000
000090* annual change, pro rata for the days left to the next           00009000
000100* inception anniversary, additional (A) or return (R) premium.    00010000
000102* A control trailer carries the counts and totals billing         00010200
000110* proves the load against, the way the BILLREC trailer does       00011000
000120* for the billing extract.                                        00012000
000130* -----------------------------------------------------------     00013000
000140 01  Adjustment-Extract-Record.                                   00014000
000150     03  Ad-Record-Type          pic x(01).                       00015000
000160         88  Ad-Detail               value "D".                   00016000
000170     03  Ad-Cust-Id              pic 9(06).                       00017000
000180     03  Ad-Policy-No            pic 9(04).                       00018000
000190     03  Ad-Reason-Code          pic x(04).                       00019000
000200         88  Ad-Tier-Change          value "TIER".                00020000
000210         88  Ad-Cancellation         value "CANC".                00021000
000212         88  Ad-Withdrawn-Change     value "WDRN".                00021200
000220     03  Ad-Old-Risk-Tier        pic x(06).                       00022000
000230     03  Ad-New-Risk-Tier        pic x(06).                       00023000
000240     03  Ad-Old-Loading-Pct      pic 9(03).                       00024000
000250     03  Ad-New-Loading-Pct      pic 9(03).                       00025000
000260     03  Ad-Anniversary-Date     pic 9(08).                       00026000
000270     03  Ad-Days-Remaining       pic 9(03).                       00027000
000280     03  Ad-Adjustment-Type      pic x(01).                       00028000
000290         88  Ad-Additional           value "A".                   00029000
000300         88  Ad-Return               value "R".                   00030000
000310     03  Ad-Adjustment-Amount    pic 9(09)v99.                    00031000
000320     03  Ad-Effective-Date       pic 9(08).                       00032000
000330                                                                  00033000
000340 01  Adjustment-Trailer-Record.                                   00034000
000350     03  At-Record-Type          pic x(01).                       00035000
000360         88  At-Trailer              value "T".                   00036000
000370     03  At-Effective-Date       pic 9(08).                       00037000
000380     03  At-Record-Count         pic 9(09).                       00038000
000390     03  At-Additional-Count     pic 9(09).                       00039000
000400     03  At-Additional-Total     pic 9(11)v99.                    00040000
000410     03  At-Return-Count         pic 9(09).                       00041000
000420     03  At-Return-Total         pic 9(11)v99.                    00042000
000430     03  filler                  pic x(02).                       00043000
