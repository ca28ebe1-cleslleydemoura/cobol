000020* TRANJRNL.CPY
000030* RECORD LAYOUT FOR THE ACCOUNT TRANSACTION JOURNAL FILE.
000040* ONE RECORD PER POSTED MOVEMENT (DEPOSITO, SAQUE, JUROS).
000050* INDEXED FILE. THE PRIME KEY TJ-SEQUENCIA IS A UNIQUE
000051* NUMBER GIVEN TO EACH MOVEMENT IN POSTING ORDER FROM THE
000052* TJSEQ CONTROL FILE, SO READING BY THE PRIME KEY STILL
000053* RETURNS THE MOVEMENTS IN THE ORDER THEY WERE POSTED.
000054* THE ALTERNATE KEY TJ-CHAVE-CONTA (ACCOUNT, POSTING DATE,
000055* TIME AND SEQUENCE) TAKES A PROGRAM STRAIGHT TO THE
000056* MOVEMENTS OF ONE ACCOUNT, OLDEST FIRST. THE TJARCH
000057* MONTHLY ARCHIVES HAVE THE SAME LAYOUT AND KEYS.
000060* POSTED BY BNCDM, CHQBAT, CLRBAT, EMPBAT, EMPMNT, ENCCONT,
000061* FOLHABAT, JUROS, ORDBAT AND TARBAT. ALSO USED BY ARCJRNL,
000062* CMRECUP, CMSNAP, CNTBIF, CNVJRNL, COAFBAT, EXTLOTE,
000063* EXTRATO, FECHCX, INFREND, MOVDIA AND RECON.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000260*                  IDENTICAL MOVEMENTS POSTED IN THE SAME
000261*                  SECOND ON DIFFERENT DAYS REMAIN
000262*                  INDISTINGUISHABLE TO IT.
000263* 2026-10-15 CDM   NEW MOVEMENT TYPES EP/PE FOR PERSONAL
000264*                  LOANS: EP CREDITS THE PRINCIPAL WHEN THE
000265*                  CONTRACT IS BOOKED (EMPMNT), PE DEBITS AN
000266*                  INSTALLMENT, LATE CHARGES INCLUDED
000267*                  (EMPBAT BATCH).
000268* 2026-10-15 CDM   NEW MOVEMENT TYPE CQ - CHEQUE PAID BY THE
000269*                  NIGHTLY CHQBAT COMPENSATION. ON A CQ
000270*                  MOVEMENT TJ-ESTORNO-REF CARRIES THE
000271*                  CHEQUE NUMBER INSTEAD OF A TIME OF DAY.
000272* 2026-10-15 CDM   NEW MOVEMENT TYPES FD/FP FOR PAYROLL
000273*                  CREDIT (FOLHABAT BATCH): FD DEBITS THE
000274*                  EMPLOYER ONCE FOR THE PAYROLL TOTAL, FP
000275*                  CREDITS EACH EMPLOYEE SALARY AND GIVES
000276*                  THE TOTAL OF THE RETURNED LINES BACK TO
000277*                  THE EMPLOYER. ON AN FP MOVEMENT
000278*                  TJ-ESTORNO-REF CARRIES THE SEQUENCE OF
000279*                  THE PAYROLL DETAIL (999999 ON THE GIVE-
000280*                  BACK), ON AN FD IT CARRIES ZEROS.
000281* 2026-10-15 CDM   TJ-AGENCIA - THE BRANCH WHERE THE
000282*                  MOVEMENT WAS POSTED: THE SIGNED-ON
000283*                  TELLERS BRANCH FOR COUNTER POSTINGS, THE
000284*                  ACCOUNTS OWN BRANCH FOR BATCH POSTINGS.
000285*                  THE RECORD GROWS FROM 48 TO 52 BYTES;
000286*                  THE JOURNAL AND THE TJARCH ARCHIVES ARE
000287*                  CONVERTED ONCE BY CNVAGEN.
000288* 2026-10-15 CDM   THE JOURNAL AND THE TJARCH ARCHIVES
000289*                  BECOME INDEXED FILES. NEW TJ-SEQUENCIA,
000290*                  THE PRIME KEY, AND NEW ALTERNATE KEY
000291*                  TJ-CHAVE-CONTA; THE ACCOUNT, DATE AND
000292*                  TIME MOVE TO THE FRONT OF THE RECORD TO
000293*                  FORM IT. THE RECORD GROWS FROM 52 TO 62
000294*                  BYTES. CONVERTED ONCE BY CNVJRNL.
000295*-----------------------------------------------------------
000296 01  TRANJRNL-RECORD.
000300     05  TJ-CHAVE-CONTA.
000310         10  TJ-ACCOUNT-NUMBER    PIC 9(08).
000320         10  TJ-TRANS-DATE        PIC 9(08).
000323         10  TJ-TRANS-TIME        PIC 9(06).
000326         10  TJ-SEQUENCIA         PIC 9(10).
000330     05  TJ-TRANS-TYPE            PIC X(02).
000340         88  TJ-TIPO-DEPOSITO          VALUE "DP".
000350         88  TJ-TIPO-SAQUE             VALUE "SQ".
000406         88  TJ-TIPO-TRANSF-EXT-DEB    VALUE "TE".
000408         88  TJ-TIPO-TRANSF-EXT-CRED   VALUE "TR".
000409         88  TJ-TIPO-TARIFA            VALUE "TA".
000410         88  TJ-TIPO-EMPRESTIMO        VALUE "EP".
000411         88  TJ-TIPO-PARCELA-EMPREST   VALUE "PE".
000412         88  TJ-TIPO-CHEQUE            VALUE "CQ".
000413         88  TJ-TIPO-DEBITO-FOLHA      VALUE "FD".
000414         88  TJ-TIPO-CREDITO-FOLHA     VALUE "FP".
000415     05  TJ-TRANS-AMOUNT          PIC S9(10)V99 COMP-3.
000420     05  TJ-RESULTING-BALANCE     PIC S9(10)V99 COMP-3.
000430     05  TJ-OPERATOR-ID           PIC X(04).
000440     05  TJ-ESTORNO-REF           PIC X(06).
000450     05  TJ-AGENCIA               PIC 9(04).
