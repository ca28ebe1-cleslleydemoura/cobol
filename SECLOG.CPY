000010*-----------------------------------------------------------
000020* SECLOG.CPY
000030* RECORD LAYOUT FOR THE SECURITY EVENT LOG. ONE RECORD PER
000040* SIGN-ON FAILURE, LOCKOUT, PASSWORD CHANGE, SUPERVISOR
000050* AUTHORIZATION OR OPERATOR RELEASE, APPENDED BY THE
000060* PROGRAM WHERE IT HAPPENED. SL-OPERATOR-ID IS THE OPERATOR
000070* SIGNING ON (OR SIGNED ON) AT THE TIME; SL-SUPERVISOR-ID IS
000080* THE SUPERVISOR WHOSE PASSWORD WAS USED FOR AN
000090* AUTHORIZATION, OR WHO RELEASED / RE-REGISTERED THE
000100* OPERATOR IN OPERMNT. SL-ACCOUNT-NUMBER AND SL-VALOR ARE
000110* FILLED FOR THE SAQUE/ESTORNO AUTHORIZATIONS ONLY (AND
000115* THE ACCOUNT, FOR THE OTHER-BRANCH AUTHORIZATION).
000120* WRITTEN BY BNCDM, CONTMNT, EMPMNT, ENCCONT AND OPERMNT;
000125* READ BY RELSEG.
000130*-----------------------------------------------------------
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  ------------------------------------
000170* 2026-10-15 CDM   ORIGINAL COPYBOOK - SECURITY EVENT LOG.
000175* 2026-10-15 CDM   NOW ALSO WRITTEN BY THE ENCCONT SIGN-ON.
000176* 2026-10-15 CDM   NEW EVENT AO - SUPERVISOR AUTHORIZED A
000177*                  TELLER TO SERVE AN ACCOUNT OF ANOTHER
000178*                  BRANCH IN BNCDM.
000179* 2026-10-15 CDM   NOW ALSO WRITTEN BY THE EMPMNT SIGN-ON.
000180*-----------------------------------------------------------
000190 01  SECLOG-RECORD.
000200     05  SL-EVENT-DATE            PIC 9(08).
000210     05  SL-EVENT-TIME            PIC 9(06).
000220     05  SL-PROGRAM               PIC X(08).
000230     05  SL-OPERATOR-ID           PIC X(04).
000240     05  SL-EVENT-TYPE            PIC X(02).
000250         88  SL-OPER-NAO-CADASTRADO     VALUE "NC".
000260         88  SL-FALHA-SENHA             VALUE "FS".
000270         88  SL-FALHA-AUTORIZACAO       VALUE "FA".
000280         88  SL-TRAVAMENTO              VALUE "TV".
000290         88  SL-RECUSA-TRAVADO          VALUE "RT".
000300         88  SL-ACESSO-NEGADO           VALUE "NA".
000310         88  SL-TROCA-SENHA             VALUE "TS".
000320         88  SL-TROCA-RECUSADA          VALUE "TN".
000330         88  SL-SENHA-PROVISORIA        VALUE "SP".
000340         88  SL-AUTORIZ-SAQUE           VALUE "AS".
000350         88  SL-AUTORIZ-ESTORNO         VALUE "AE".
000360         88  SL-AUTORIZ-NEGADA          VALUE "AN".
000365         88  SL-AUTORIZ-OUTRA-AGENCIA   VALUE "AO".
000370         88  SL-DESTRAVAMENTO           VALUE "DT".
000380         88  SL-EVENTO-FALHA            VALUE "NC" "FS" "FA"
000390                                              "TV" "RT".
000400     05  SL-SUPERVISOR-ID         PIC X(04).
000410     05  SL-ACCOUNT-NUMBER        PIC 9(08).
000420     05  SL-VALOR                 PIC 9(10)V99 COMP-3.
000430     05  SL-FILLER                PIC X(13).
