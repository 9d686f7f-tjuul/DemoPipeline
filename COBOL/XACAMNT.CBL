000010 Identification division.                                         00001000
000020 Program-id.   XaCaMnt.                                           00002000
000030 Author.       Risk Engineering.                                  00003000
000040* -------------------------------------------------------------   00004000
000050* Correspondence address maintenance.  Applies the desk's         00005000
000060* address transactions (add / change / delete by customer id)     00006000
000070* to the indexed correspondence address file that XaNotice        00007000
000080* mails premium-change notices to, creating the file the first    00008000
000090* night it is missing.  Runs ahead of XaNotice, so an address     00009000
000100* keyed today lets tonight's run send the notice a worklisted     00010000
000110* customer is owed.  An address with no name or no first line     00011000
000120* is rejected, since XaNotice could not mail it.  Transactions    00012000
000130* that do not fit the file (add of an address already on file,    00013000
000140* change or delete of one that is not, unknown action code)       00014000
000150* are counted and reported; the file record wins, and the step    00015000
000160* ends with the warning condition code (STEPCC).                  00016000
000170* -------------------------------------------------------------   00017000
000180 environment division.                                            00018000
000190 Input-Output section.                                            00019000
000200 File-control.                                                    00020000
000210     select Address-Txn-File assign to AddrTxnDd                  00021000
000220         organization is line sequential                          00022000
000230         file status is Ws-Ax-File-Status.                        00023000
000240                                                                  00024000
000250     select Address-File assign to AddrFileDd                     00025000
000260         organization is indexed                                  00026000
000270         access mode is dynamic                                   00027000
000280         record key is Ca-Cust-Id                                 00028000
000290         file status is Ws-Ca-File-Status.                        00029000
000300                                                                  00030000
000310     select Run-Control-File assign to RunCtlDd                   00031000
000320         organization is line sequential                          00032000
000330         file status is Ws-Rn-File-Status.                        00033000
000340                                                                  00034000
000350 Data Division.                                                   00035000
000360 File Section.                                                    00036000
000370 Fd  Address-Txn-File.                                            00037000
000380 copy CATXNREC.                                                   00038000
000390                                                                  00039000
000400 Fd  Address-File.                                                00040000
000410 copy ADDRREC.                                                    00041000
000420                                                                  00042000
000430 Fd  Run-Control-File.                                            00043000
000440 copy RUNCTLREC.                                                  00044000
000450                                                                  00045000
000460 Working-Storage Section.                                         00046000
000470 01  Ws-Ax-File-Status           pic x(02).                       00047000
000480     88  Ws-Ax-File-Ok               value "00".                  00048000
000490 01  Ws-Ca-File-Status           pic x(02).                       00049000
000500     88  Ws-Ca-File-Ok               value "00".                  00050000
000510     88  Ws-Ca-File-Not-Found        value "35".                  00051000
000520 01  Ws-Rn-File-Status           pic x(02).                       00052000
000530     88  Ws-Rn-File-Ok               value "00".                  00053000
000540 01  Ws-Eof-Switch                pic x(01) value "N".            00054000
000550     88  Ws-At-Eof                    value "Y".                  00055000
000560                                                                  00056000
000570 01  Ws-Run-Date                  pic 9(08).                      00057000
000580                                                                  00058000
000590 01  Ws-Txn-Read-Count            pic 9(09) value zero.           00059000
000600 01  Ws-Add-Count                 pic 9(09) value zero.           00060000
000610 01  Ws-Change-Count              pic 9(09) value zero.           00061000
000620 01  Ws-Delete-Count              pic 9(09) value zero.           00062000
000630 01  Ws-Unmatched-Count           pic 9(09) value zero.           00063000
000640 01  Ws-Incomplete-Count          pic 9(09) value zero.           00064000
000650                                                                  00065000
000660 copy RUNSTATREC.                                                 00066000
000670 copy STEPCC.                                                     00067000
000680                                                                  00068000
000690 Procedure division.                                              00069000
000700                                                                  00070000
000710 Main section.                                                    00071000
000720                                                                  00072000
000730     Perform InitMaint.                                           00073000
000740     Perform ApplyTransactions.                                   00074000
000750     Perform Finalize.                                            00075000
000760     Move Cc-Step-Condition to Return-Code.                       00076000
000770     Goback.                                                      00077000
000780                                                                  00078000
000790 InitMaint Section.                                               00079000
000800                                                                  00080000
000810     perform SetBusinessDate.                                     00081000
000820                                                                  00082000
000830     open input Address-Txn-File.                                 00083000
000840     if not Ws-Ax-File-Ok                                         00084000
000850        Display "XACAMNT: transaction file open failed, "         00085000
000860                "run aborted."                                    00086000
000870        Move Cc-Hard-Failure to Cc-Step-Condition                 00087000
000880        perform WriteRunStats                                     00088000
000890        Move Cc-Hard-Failure to Return-Code                       00089000
000900        Goback                                                    00090000
000910     end-if                                                       00091000
000920                                                                  00092000
000930     open i-o Address-File.                                       00093000
000940     if not Ws-Ca-File-Ok                                         00094000
000950        if Ws-Ca-File-Not-Found                                   00095000
000960           open output Address-File                               00096000
000970           close Address-File                                     00097000
000980           open i-o Address-File                                  00098000
000990        end-if                                                    00099000
001000     end-if                                                       00100000
001010     if not Ws-Ca-File-Ok                                         00101000
001020        Display "XACAMNT: correspondence address file open "      00102000
001030                "failed, status " Ws-Ca-File-Status               00103000
001040                ", run aborted."                                  00104000
001050        Move Cc-Hard-Failure to Cc-Step-Condition                 00105000
001060        perform WriteRunStats                                     00106000
001070        Move Cc-Hard-Failure to Return-Code                       00107000
001080        Goback                                                    00108000
001090     end-if                                                       00109000
001100     .                                                            00110000
001110                                                                  00111000
001120 SetBusinessDate Section.                                         00112000
001130                                                                  00113000
001140     Accept Ws-Run-Date from date YYYYMMDD.                       00114000
001150                                                                  00115000
001160     open input Run-Control-File.                                 00116000
001170     if Ws-Rn-File-Ok                                             00117000
001180        read Run-Control-File                                     00118000
001190            at end                                                00119000
001200                continue                                          00120000
001210            not at end                                            00121000
001220                Move Rn-Business-Date to Ws-Run-Date              00122000
001230        end-read                                                  00123000
001240        close Run-Control-File                                    00124000
001250     end-if                                                       00125000
001260     .                                                            00126000
001270                                                                  00127000
001280 ApplyTransactions Section.                                       00128000
001290                                                                  00129000
001300     perform until Ws-At-Eof                                      00130000
001310         read Address-Txn-File                                    00131000
001320             at end                                               00132000
001330                 Move "Y" to Ws-Eof-Switch                        00133000
001340             not at end                                           00134000
001350                 add 1 to Ws-Txn-Read-Count                       00135000
001360                 perform ApplyOneTxn                              00136000
001370         end-read                                                 00137000
001380     end-perform                                                  00138000
001390     .                                                            00139000
001400                                                                  00140000
001410* -------------------------------------------------------------   00141000
001420* An add or change must leave an address XaNotice can mail: a     00142000
001430* name and a first line at the least.  A delete needs only the    00143000
001440* customer id.                                                    00144000
001450* -------------------------------------------------------------   00145000
001460 ApplyOneTxn Section.                                             00146000
001470                                                                  00147000
001480     evaluate true                                                00148000
001490         when Ax-Cust-Id not numeric                              00149000
001500             add 1 to Ws-Unmatched-Count                          00150000
001510             Display "XACAMNT: customer id " Ax-Cust-Id           00151000
001520                     " not numeric, " Ax-Action                   00152000
001530                     " transaction rejected"                      00153000
001540         when not Ax-Add and not Ax-Change and not Ax-Delete      00154000
001550             add 1 to Ws-Unmatched-Count                          00155000
001560             Display "XACAMNT: action " Ax-Action                 00156000
001570                     " not recognized, customer " Ax-Cust-Id      00157000
001580         when not Ax-Delete                                       00158000
001590              and (Ax-Name = spaces or Ax-Address-Line-1 = spaces)00159000
001600             add 1 to Ws-Incomplete-Count                         00160000
001610             Display "XACAMNT: address for customer " Ax-Cust-Id  00161000
001620                     " has no name or first line, rejected"       00162000
001630         when Ax-Add                                              00163000
001640             perform AddAddress                                   00164000
001650         when Ax-Change                                           00165000
001660             perform ChangeAddress                                00166000
001670         when other                                               00167000
001680             perform DeleteAddress                                00168000
001690     end-evaluate                                                 00169000
001700     .                                                            00170000
001710                                                                  00171000
001720 AddAddress Section.                                              00172000
001730                                                                  00173000
001740     perform BuildRecordFromTxn.                                  00174000
001750     write Correspondence-Address-Record                          00175000
001760         invalid key                                              00176000
001770             add 1 to Ws-Unmatched-Count                          00177000
001780             Display "XACAMNT: address already on file for "      00178000
001790                     "customer " Ax-Cust-Id ", add rejected"      00179000
001800         not invalid key                                          00180000
001810             add 1 to Ws-Add-Count                                00181000
001820     end-write                                                    00182000
001830     .                                                            00183000
001840                                                                  00184000
001850 ChangeAddress Section.                                           00185000
001860                                                                  00186000
001870     Move Ax-Cust-Id to Ca-Cust-Id.                               00187000
001880     read Address-File                                            00188000
001890         key is Ca-Cust-Id                                        00189000
001900         invalid key                                              00190000
001910             add 1 to Ws-Unmatched-Count                          00191000
001920             Display "XACAMNT: no address on file for C "         00192000
001930                     "transaction, customer " Ax-Cust-Id          00193000
001940         not invalid key                                          00194000
001950             perform BuildRecordFromTxn                           00195000
001960             rewrite Correspondence-Address-Record                00196000
001970             add 1 to Ws-Change-Count                             00197000
001980     end-read                                                     00198000
001990     .                                                            00199000
002000                                                                  00200000
002010 DeleteAddress Section.                                           00201000
002020                                                                  00202000
002030     Move Ax-Cust-Id to Ca-Cust-Id.                               00203000
002040     read Address-File                                            00204000
002050         key is Ca-Cust-Id                                        00205000
002060         invalid key                                              00206000
002070             add 1 to Ws-Unmatched-Count                          00207000
002080             Display "XACAMNT: no address on file for D "         00208000
002090                     "transaction, customer " Ax-Cust-Id          00209000
002100         not invalid key                                          00210000
002110             delete Address-File record                           00211000
002120             add 1 to Ws-Delete-Count                             00212000
002130     end-read                                                     00213000
002140     .                                                            00214000
002150                                                                  00215000
002160 BuildRecordFromTxn Section.                                      00216000
002170                                                                  00217000
002180     Move Ax-Cust-Id           to Ca-Cust-Id.                     00218000
002190     Move Ax-Name              to Ca-Name.                        00219000
002200     Move Ax-Address-Line-1    to Ca-Address-Line-1.              00220000
002210     Move Ax-Address-Line-2    to Ca-Address-Line-2.              00221000
002220     Move Ax-Town              to Ca-Town.                        00222000
002230     Move Ax-Postcode          to Ca-Postcode                     00223000
002240     .                                                            00224000
002250                                                                  00225000
002260 Finalize Section.                                                00226000
002270                                                                  00227000
002280     close Address-Txn-File.                                      00228000
002290     close Address-File.                                          00229000
002300                                                                  00230000
002310     Display "XACAMNT: " Ws-Txn-Read-Count                        00231000
002320             " transaction(s) read.".                             00232000
002330     Display "XACAMNT: " Ws-Add-Count " added, "                  00233000
002340             Ws-Change-Count " changed, "                         00234000
002350             Ws-Delete-Count " deleted, "                         00235000
002360             Ws-Unmatched-Count " unmatched, "                    00236000
002370             Ws-Incomplete-Count " incomplete.".                  00237000
002380                                                                  00238000
002390     perform SetStepCondition                                     00239000
002400     perform WriteRunStats                                        00240000
002410     .                                                            00241000
002420                                                                  00242000
002430* -------------------------------------------------------------   00243000
002440* In is the transactions read, out the addresses added, changed   00244000
002450* or deleted; the unmatched and incomplete are the rejects.       00245000
002460* -------------------------------------------------------------   00246000
002470 WriteRunStats Section.                                           00247000
002480                                                                  00248000
002490     Move "XACAMNT " to Rs-Program-Id.                            00249000
002500     Move Ws-Run-Date to Rs-Business-Date.                        00250000
002510     Move Ws-Txn-Read-Count to Rs-In-Count.                       00251000
002520     compute Rs-Out-Count =                                       00252000
002530             Ws-Add-Count + Ws-Change-Count + Ws-Delete-Count.    00253000
002540     compute Rs-Reject-Count =                                    00254000
002550             Ws-Unmatched-Count + Ws-Incomplete-Count.            00255000
002560     Move "C" to Rs-Completion-Status.                            00256000
002570     Move Cc-Step-Condition to Rs-Condition-Code.                 00257000
002580     if Cc-Step-Condition = Cc-Hard-Failure                       00258000
002590        Move "E" to Rs-Completion-Status                          00259000
002600     end-if                                                       00260000
002610     call "XaStatWr" using Run-Stats-Record                       00261000
002620     .                                                            00262000
002630                                                                  00263000
002640 SetStepCondition Section.                                        00264000
002650                                                                  00265000
002660     if Ws-Unmatched-Count > zero or Ws-Incomplete-Count > zero   00266000
002670        Move Cc-Warning to Cc-Step-Condition                      00267000
002680     else                                                         00268000
002690        Move Cc-Clean to Cc-Step-Condition                        00269000
002700     end-if                                                       00270000
002710     .                                                            00271000
