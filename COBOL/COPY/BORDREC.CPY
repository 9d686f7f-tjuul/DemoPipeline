000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* BORDREC - Reinsurance cession bordereau record layouts.         00003000
000040* Written by XaCedBrd once a month for the reinsurer: one         00004000
000050* detail record per customer and product whose total sum          00005000
000060* assured exceeds the treaty retention for the customer's         00006000
000070* tier, carrying the amount ceded above retention and the         00007000
000080* ceded premium on it, then one trailer record with the           00008000
000090* counts and totals the reinsurer reconciles the bordereau        00009000
000100* against.                                                        00010000
000110* -----------------------------------------------------------     00011000
000120 01  Bordereau-Detail-Record.                                     00012000
000130     03  Bd-Record-Type          pic x(01).                       00013000
000140         88  Bd-Detail               value "D".                   00014000
000150     03  Bd-Bordereau-Month      pic 9(06).                       00015000
000160     03  Bd-Cust-Id              pic 9(06).                       00016000
000170     03  Bd-Product-Code         pic x(04).                       00017000
000180     03  Bd-Risk-Tier            pic x(06).                       00018000
000190     03  Bd-Policy-Count         pic 9(04).                       00019000
000200     03  Bd-Total-Sum-Assured    pic 9(12).                       00020000
000210     03  Bd-Retention-Limit      pic 9(09).                       00021000
000220     03  Bd-Ceded-Amount         pic 9(12).                       00022000
000230     03  Bd-Ceded-Rate-Pml       pic 9(03)v9(04).                 00023000
000240     03  Bd-Ceded-Premium        pic 9(09)v99.                    00024000
000250                                                                  00025000
000260 01  Bordereau-Trailer-Record.                                    00026000
000270     03  Bb-Record-Type          pic x(01).                       00027000
000280         88  Bb-Trailer              value "T".                   00028000
000290     03  Bb-Bordereau-Month      pic 9(06).                       00029000
000300     03  Bb-Record-Count         pic 9(09).                       00030000
000310     03  Bb-Customer-Count       pic 9(09).                       00031000
000320     03  Bb-Sum-Assured-Total    pic 9(13).                       00032000
000330     03  Bb-Ceded-Amount-Total   pic 9(13).                       00033000
000340     03  Bb-Ceded-Premium-Total  pic 9(11)v99.                    00034000
000350     03  filler                  pic x(14).                       00035000
