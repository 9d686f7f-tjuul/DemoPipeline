000010                                                                  00001000
000020* -----------------------------------------------------------     00002000
000030* AUDITREC - Risk calculation audit log record layout.            00003000
000031* One record per customer rated by XaRsDrv.  The full Import      00003100
000032* and Export of the XaRisCal call are kept - the rating factors   00003200
000033* as well as the Risc, tier and loading that came back - so       00003300
000034* XaAudVer can re-perform any rating against the rate table       00003400
000035* version named here.  Records written before the factors were    00003500
000036* captured carry spaces from Au-Smoker-Status on and cannot be    00003600
000037* re-performed.                                                   00003700
000040* -----------------------------------------------------------     00004000
000050 01  Audit-Log-Record.                                            00005000
000060     03  Au-Cust-Id              pic 9(06).                       00006000
000080     03  Au-Computed-Risc        pic 9(05).                       00008000
000090     03  Au-Run-Date             pic 9(08).                       00009000
000100     03  Au-Rate-Version         pic x(08).                       00010000
000110     03  Au-Smoker-Status        pic x(01).                       00011000
000120     03  Au-Occupation-Class     pic 9(02).                       00012000
000130     03  Au-Precond-Flag         pic x(01).                       00013000
000140     03  Au-Risk-Tier            pic x(06).                       00014000
000150     03  Au-Premium-Loading-Pct  pic 9(03).                       00015000
000160     03  Au-Exception-Flag       pic x(01).                       00016000
000170         88  Au-Rating-Exception     value "Y".                   00017000
000180         88  Au-Inputs-Captured      values "Y" "N".              00018000
