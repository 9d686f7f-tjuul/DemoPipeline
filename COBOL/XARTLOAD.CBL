000190* history records.  The proposed file instead yields its          00019000
000191* latest version whatever its date, since a proposal under        00019100
000192* simulation normally takes effect in the future.                 00019200
000193* Source V loads a named version from the production file         00019300
000194* whatever its date - the caller puts the version id in           00019400
000195* Rt-Version-Id - so XaAudVer can re-perform a past rating on     00019500
000196* exactly the table its audit record names.                       00019600
000200* -------------------------------------------------------------   00020000
000210 environment division.                                            00021000
000220 Input-Output section.                                            00022000
000690     88  Ws-Version-Found             value "Y".                  00069000
000700 01  Ws-Best-Eff-Date             pic 9(08).                      00070000
000710 01  Ws-Best-Version-Id           pic x(08).                      00071000
000712 01  Ws-Wanted-Version-Id         pic x(08).                      00071200
000720                                                                  00072000
000730 linkage section.                                                 00073000
000740 copy RATETAB.                                                    00074000
000780 01  Ls-Table-Source              pic x(01).                      00078000
000790     88  Ls-Current-Table             value "C".                  00079000
000800     88  Ls-Proposed-Table            value "P".                  00080000
000802     88  Ls-Version-Table             value "V".                  00080200
000810 01  Ls-Business-Date             pic 9(08).                      00081000
000820                                                                  00082000
000830 Procedure division using Rate-Table Ls-Load-Status               00083000
000980 LoadRateTable Section.                                           00098000
000990                                                                  00099000
001000     Move "Y" to Ls-Load-Status.                                  00100000
001002     Move Rt-Version-Id to Ws-Wanted-Version-Id.                  00100200
001010     Move spaces to Rt-Version-Id.                                00101000
001020     Move zero to Rt-Effective-Date.                              00102000
001030     Move zero to Rt-Band-Count.                                  00103000
001750     if Wb-Effective-Date is not numeric                          00175000
001760        Move "N" to Ls-Load-Status                                00176000
001770     else                                                         00177000
001780        if Ls-Version-Table                                       00178000
001781           perform ConsiderNamedVersion                           00178100
001782        end-if                                                    00178200
001783        if Ls-Proposed-Table                                      00178300
001784                or (Ls-Current-Table                              00178400
001785                and Wb-Effective-Date <= Ls-Business-Date)        00178500
001790           evaluate true                                          00179000
001800               when not Ws-Version-Found                          00180000
001810                       or Wb-Effective-Date > Ws-Best-Eff-Date    00181000
002580        end-if                                                    00258000
002590     end-if                                                       00259000
002600     .                                                            00260000
002610                                                                  00261000
002620* -------------------------------------------------------------   00262000
002630* A named version is taken at whatever date it carries; the       00263000
002640* same version id under two effective dates is a publishing       00264000
002650* error and fails the load, as two versions on one date does.     00265000
002660* -------------------------------------------------------------   00266000
002670 ConsiderNamedVersion Section.                                    00267000
002680                                                                  00268000
002690     if Wb-Version-Id = Ws-Wanted-Version-Id                      00269000
002700        evaluate true                                             00270000
002710            when not Ws-Version-Found                             00271000
002720                Move "Y" to Ws-Version-Found-Switch               00272000
002730                Move Wb-Effective-Date to Ws-Best-Eff-Date        00273000
002740                Move Wb-Version-Id to Ws-Best-Version-Id          00274000
002750            when Wb-Effective-Date not = Ws-Best-Eff-Date         00275000
002760                Move "N" to Ls-Load-Status                        00276000
002770            when other                                            00277000
002780                continue                                          00278000
002790        end-evaluate                                              00279000
002800     end-if                                                       00280000
002810     .                                                            00281000
