000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPMNT.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - SIMULATION AND BOOKING
000120*                  OF PERSONAL LOANS (EMPRESTIMO PESSOAL),
000130*                  IN THE BLOQMNT STYLE: SUPERVISOR SIGN-ON
000140*                  AGAINST OPERMAST WITH THE PASSWORD
000150*                  LIFECYCLE, EVERY CONTRACT LOGGED TO THE
000160*                  AUDIT FILE. THE SUPERVISOR ENTERS THE
000170*                  PRINCIPAL, THE MONTHLY RATE AND THE TERM
000180*                  AND GETS THE TABELA PRICE SCHEDULE (FIXED
000190*                  INSTALLMENT, INTEREST, AMORTIZATION AND
000200*                  OUTSTANDING BALANCE PER MONTH). BOOKING A
000210*                  LOAN WRITES THE CONTRACT TO EMPREST AND
000220*                  CREDITS THE PRINCIPAL TO THE ACCOUNT WITH
000230*                  A JOURNAL MOVEMENT OF TYPE EP. THE
000240*                  INSTALLMENTS ARE DEBITED BY THE NIGHTLY
000250*                  EMPBAT.
000252* 2026-10-15 CDM   THE JOURNAL MOVEMENT NOW CARRIES THE
000254*                  BRANCH (TJ-AGENCIA) OF THE SIGNED-ON
000256*                  SUPERVISOR, SAVED AT SIGN-ON.
000257* 2026-10-15 CDM   THE JOURNAL IS INDEXED (OPENED I-O). EACH
000258*                  MOVEMENT TAKES THE NEXT TJ-SEQUENCIA FROM
000259*                  THE TJSEQ CONTROL FILE BEFORE IT IS WRITTEN.
000260* 2026-10-15 CDM   THE SIGN-ON NOW WRITES ITS SECURITY EVENTS
000261*                  (UNKNOWN, TRAVADO OR INACTIVE OPERATOR, BAD
000262*                  PASSWORD, LOCKOUT, PASSWORD CHANGE DONE OR
000263*                  REFUSED) TO SECLOG BY 7200, AS BNCDM DOES.
000264* 2026-10-15 CDM   THE EP IS NOW JOURNALED BEFORE THE CREDIT.
000265*                  A TJSEQ OR JOURNAL WRITE FAILURE REMOVES THE
000266*                  CONTRACT WITH THE ACCOUNT UNTOUCHED; AN EP
000267*                  WHOSE CREDIT FAILS IS DELETED FROM THE
000268*                  JOURNAL (3270).
000269*-----------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LOAN-CONTRACTS ASSIGN TO "EMPREST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS EP-CONTRATO
000340         ALTERNATE RECORD KEY IS EP-ACCOUNT-NUMBER
000350             WITH DUPLICATES
000360         ALTERNATE RECORD KEY IS EP-CUSTOMER-CPF
000370             WITH DUPLICATES
000380         FILE STATUS IS WS-EMPREST-STATUS.
000390     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-ACCOUNT-NUMBER
000430         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-CUSTMAST-STATUS.
000460     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000470         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS TJ-SEQUENCIA
000476         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000480         FILE STATUS IS WS-TRANJRNL-STATUS.
000482     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000484         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-TJSEQ-STATUS.
000490     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-AUDITLOG-STATUS.
000512     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000514         ORGANIZATION IS SEQUENTIAL
000516         FILE STATUS IS WS-SECLOG-STATUS.
000520     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS OP-OPERATOR-ID
000560         FILE STATUS IS WS-OPERMAST-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  LOAN-CONTRACTS
000610     LABEL RECORDS ARE STANDARD.
000620     COPY EMPREST.
000630 FD  CUSTOMER-MASTER
000640     LABEL RECORDS ARE STANDARD.
000650     COPY CUSTMAST.
000660 FD  TRANSACTION-JOURNAL
000670     LABEL RECORDS ARE STANDARD.
000680     COPY TRANJRNL.
000682 FD  JOURNAL-SEQUENCE
000684     LABEL RECORDS ARE STANDARD.
000686     COPY TJSEQ.
000690 FD  AUDIT-LOG
000700     LABEL RECORDS ARE STANDARD.
000710     COPY AUDITLOG.
000712 FD  SECURITY-LOG
000714     LABEL RECORDS ARE STANDARD.
000716     COPY SECLOG.
000720 FD  OPERATOR-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740     COPY OPERMAST.
000750
000760 WORKING-STORAGE SECTION.
000770*-----------------------------------------------------------
000780* FILE STATUS FIELDS
000790*-----------------------------------------------------------
000800 01  WS-FILE-STATUSES.
000810     05  WS-EMPREST-STATUS        PIC X(02).
000820         88  WS-EMPREST-OK               VALUE "00".
000830         88  WS-EMPREST-NOT-OPEN         VALUE "35".
000840     05  WS-CUSTMAST-STATUS       PIC X(02).
000850         88  WS-CUSTMAST-OK              VALUE "00".
000860         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
000870     05  WS-TRANJRNL-STATUS       PIC X(02).
000880         88  WS-TRANJRNL-OK              VALUE "00".
000890         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
000892     05  WS-TJSEQ-STATUS          PIC X(02).
000894         88  WS-TJSEQ-OK                 VALUE "00".
000896         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
000900     05  WS-AUDITLOG-STATUS       PIC X(02).
000910         88  WS-AUDITLOG-OK              VALUE "00".
000920         88  WS-AUDITLOG-NOT-OPEN        VALUE "35".
000922     05  WS-SECLOG-STATUS         PIC X(02).
000924         88  WS-SECLOG-OK                VALUE "00".
000926         88  WS-SECLOG-NOT-OPEN          VALUE "35".
000930     05  WS-OPERMAST-STATUS       PIC X(02).
000940         88  WS-OPERMAST-OK              VALUE "00".
000950         88  WS-OPERMAST-NOT-OPEN        VALUE "35".
000960*-----------------------------------------------------------
000970* PROGRAM SWITCHES
000980*-----------------------------------------------------------
000990 01  WS-SWITCHES.
001000     05  WS-SAIR-SW               PIC X(01) VALUE "N".
001010         88  WS-SAIR-DO-SISTEMA          VALUE "S".
001020     05  WS-ACESSO-SW             PIC X(01) VALUE "N".
001030         88  WS-ACESSO-LIBERADO          VALUE "S".
001040     05  WS-CONTA-SW              PIC X(01) VALUE "N".
001050         88  WS-CONTA-VALIDA             VALUE "S".
001060     05  WS-VALOR-SW              PIC X(01) VALUE "N".
001070         88  WS-VALOR-VALIDO             VALUE "S".
001080         88  WS-VALOR-INVALIDO           VALUE "N".
001090     05  WS-CONDICOES-SW          PIC X(01) VALUE "N".
001100         88  WS-CONDICOES-VALIDAS        VALUE "S".
001110     05  WS-FIM-EMPREST-SW        PIC X(01) VALUE "N".
001120         88  WS-FIM-DO-EMPREST           VALUE "S".
001130     05  WS-TROCA-SW              PIC X(01) VALUE "N".
001140         88  WS-TROCA-NECESSARIA         VALUE "S".
001150     05  WS-TROCA-OK-SW           PIC X(01) VALUE "N".
001160         88  WS-TROCA-EFETUADA           VALUE "S".
001163     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
001166         88  WS-FALHA-JORNAL             VALUE "S".
001170*-----------------------------------------------------------
001180* MENU AND INPUT FIELDS
001190*-----------------------------------------------------------
001200 77  WS-OPCAO                 PIC X(02).
001210 77  WS-CONFIRMA              PIC X(01) VALUE SPACE.
001220 77  WS-CONTA-ENTRADA         PIC 9(08) VALUE ZERO.
001230 77  WS-CONTRATO-ENTRADA      PIC 9(06) VALUE ZERO.
001240 77  WS-VALOR-NOVO            PIC 9(10)V99 VALUE ZERO.
001250 77  WS-TAXA-NOVA             PIC 9(03)V9(05) VALUE ZERO.
001260 77  WS-PRAZO-ENTRADA         PIC 9(03) VALUE ZERO.
001270 77  WS-PROXIMO-CONTRATO      PIC 9(06) VALUE ZERO.
001280 77  WS-QTDE-LISTADOS         PIC 9(03) COMP VALUE ZERO.
001290 77  WS-MENSAGEM              PIC X(40) VALUE SPACES.
001300 77  WS-OPERADOR-ID           PIC X(04) VALUE SPACES.
001310 77  WS-SENHA-ENTRADA         PIC X(08) VALUE SPACES.
001315 77  WS-OPERADOR-AGENCIA      PIC 9(04) VALUE ZERO.
001320*-----------------------------------------------------------
001330* LOAN POLICY LIMITS: LONGEST TERM IN MONTHS, HIGHEST
001340* MONTHLY RATE ACCEPTED, AND THE MONTHLY LATE-PAYMENT RATE
001350* (JUROS DE MORA) STAMPED ON EVERY NEW CONTRACT.
001360*-----------------------------------------------------------
001370 77  WS-PRAZO-MAXIMO          PIC 9(03) VALUE 120.
001380 77  WS-TAXA-MAXIMA           PIC 9(03)V9(05) VALUE 0.15000.
001390 77  WS-TAXA-MORA-PADRAO      PIC 9(03)V9(05) VALUE 0.01000.
001400*-----------------------------------------------------------
001410* TABELA PRICE WORK FIELDS. WS-FATOR HOLDS (1 + I) ** N;
001420* THE SCHEDULE IS WALKED ONE INSTALLMENT AT A TIME, THE
001430* LAST ONE ABSORBING THE ROUNDING SO THE BALANCE ENDS AT
001440* ZERO, EXACTLY AS THE EMPBAT BATCH DEBITS IT.
001450*-----------------------------------------------------------
001460 77  WS-FATOR                 PIC 9(08)V9(10) COMP-3 VALUE ZERO.
001470 77  WS-PRINCIPAL             PIC 9(10)V99 VALUE ZERO.
001480 77  WS-TAXA-MENSAL           PIC 9(03)V9(05) VALUE ZERO.
001490 77  WS-PRAZO                 PIC 9(03) VALUE ZERO.
001500 77  WS-VALOR-PARCELA         PIC 9(10)V99 VALUE ZERO.
001510 77  WS-PARCELA-NUMERO        PIC 9(03) VALUE ZERO.
001520 77  WS-PARCELA-VALOR         PIC 9(10)V99 VALUE ZERO.
001530 77  WS-PARCELA-JUROS         PIC 9(10)V99 VALUE ZERO.
001540 77  WS-PARCELA-AMORT         PIC 9(10)V99 VALUE ZERO.
001550 77  WS-SALDO-TABELA          PIC 9(10)V99 VALUE ZERO.
001560 77  WS-TOTAL-JUROS           PIC 9(10)V99 VALUE ZERO.
001570 77  WS-TOTAL-PAGO            PIC 9(10)V99 VALUE ZERO.
001580*-----------------------------------------------------------
001590* DUE-DATE CALCULATION: INSTALLMENT WS-PARCELA-NUMERO OF A
001600* CONTRACT DATED WS-VENC-BASE FALLS DUE THAT MANY MONTHS
001610* LATER ON WS-VENC-DIA-BASE, OR ON THE LAST DAY OF A
001620* SHORTER MONTH.
001630*-----------------------------------------------------------
001640 01  WS-VENC-BASE-AREA.
001650     05  WS-VENC-BASE             PIC 9(08) VALUE ZERO.
001660     05  WS-VENC-BASE-PARTES REDEFINES WS-VENC-BASE.
001670         10  WS-VENC-BASE-ANO     PIC 9(04).
001680         10  WS-VENC-BASE-MES     PIC 9(02).
001690         10  WS-VENC-BASE-DIA     PIC 9(02).
001700 01  WS-VENC-AREA.
001710     05  WS-VENC-DATA             PIC 9(08) VALUE ZERO.
001720     05  WS-VENC-PARTES REDEFINES WS-VENC-DATA.
001730         10  WS-VENC-ANO          PIC 9(04).
001740         10  WS-VENC-MES          PIC 9(02).
001750         10  WS-VENC-DIA          PIC 9(02).
001760 77  WS-VENC-DIA-BASE         PIC 9(02) VALUE ZERO.
001770 77  WS-VENC-MESES            PIC 9(05) COMP VALUE ZERO.
001780 77  WS-VENC-ANOS             PIC 9(04) COMP VALUE ZERO.
001790 77  WS-VENC-RESTO            PIC 9(04) COMP VALUE ZERO.
001800 01  WS-TABELA-MESES.
001810     05  WS-DIAS-LITERAL          PIC X(24)
001820         VALUE "312831303130313130313031".
001830     05  WS-DIAS-R REDEFINES WS-DIAS-LITERAL.
001840         10  WS-DIAS-NO-MES       PIC 9(02) OCCURS 12 TIMES.
001850 77  WS-ULTIMO-DIA-MES        PIC 9(02) VALUE ZERO.
001860 77  WS-ANO-QUOCIENTE         PIC 9(04) COMP VALUE ZERO.
001870 77  WS-ANO-RESTO-4           PIC 9(04) COMP VALUE ZERO.
001880 77  WS-ANO-RESTO-100         PIC 9(04) COMP VALUE ZERO.
001890 77  WS-ANO-RESTO-400         PIC 9(04) COMP VALUE ZERO.
001900*-----------------------------------------------------------
001910* PASSWORD LIFECYCLE: 90-DAY VALIDITY, THE NEW PASSWORD
001920* PAIR PROMPTED ON A FORCED CHANGE, AND THE DAY-SERIAL
001930* CONVERSION USED TO AGE OP-SENHA-DATE, AS IN BNCDM.
001940*-----------------------------------------------------------
001950 77  WS-VALIDADE-SENHA        PIC 9(03) COMP VALUE 90.
001960 77  WS-SENHA-NOVA            PIC X(08) VALUE SPACES.
001970 77  WS-SENHA-CONFIRMA        PIC X(08) VALUE SPACES.
001980 77  WS-DATA-HOJE             PIC 9(08) VALUE ZERO.
001990 77  WS-DIAS-HOJE             PIC 9(08) COMP VALUE ZERO.
002000 77  WS-DIAS-SENHA            PIC 9(08) COMP VALUE ZERO.
002010 77  WS-IDADE-SENHA           PIC S9(08) COMP VALUE ZERO.
002020 01  WS-DSER-AREA.
002030     05  WS-DSER-DATA             PIC 9(08) VALUE ZERO.
002040     05  WS-DSER-PARTES REDEFINES WS-DSER-DATA.
002050         10  WS-DSER-ANO          PIC 9(04).
002060         10  WS-DSER-MES          PIC 9(02).
002070         10  WS-DSER-DIA          PIC 9(02).
002080 77  WS-DSER-DIAS             PIC 9(08) COMP VALUE ZERO.
002090 01  WS-TABELA-ACUMULADA.
002100     05  WS-ACUM-LITERAL          PIC X(36)
002110         VALUE "000031059090120151181212243273304334".
002120     05  WS-ACUM-R REDEFINES WS-ACUM-LITERAL.
002130         10  WS-DIAS-ACUMULADOS  PIC 9(03) OCCURS 12 TIMES.
002140 77  WS-ANO-BASE              PIC 9(04) COMP VALUE ZERO.
002150 77  WS-QUOC-4                PIC 9(04) COMP VALUE ZERO.
002160 77  WS-QUOC-100              PIC 9(04) COMP VALUE ZERO.
002170 77  WS-QUOC-400              PIC 9(04) COMP VALUE ZERO.
002180 77  WS-RESTO-4               PIC 9(04) COMP VALUE ZERO.
002190 77  WS-RESTO-100             PIC 9(04) COMP VALUE ZERO.
002200 77  WS-RESTO-400             PIC 9(04) COMP VALUE ZERO.
002210*-----------------------------------------------------------
002220* FIELDS USED TO BUILD THE AUDIT RECORD
002230*-----------------------------------------------------------
002240 77  WS-CAMPO-ALTERADO        PIC X(20) VALUE SPACES.
002250 77  WS-VALOR-ANTES           PIC X(30) VALUE SPACES.
002260 77  WS-VALOR-DEPOIS          PIC X(30) VALUE SPACES.
002270 77  WS-MOEDA-EDITADA         PIC -(10)9.99.
002280 77  WS-TAXA-EDITADA          PIC 9(03).9(05).
002290*-----------------------------------------------------------
002300* DATE AND TIME FOR THE CONTRACT, THE JOURNAL AND THE
002310* AUDIT TRAIL
002320*-----------------------------------------------------------
002330 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
002340 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
002345 77  WS-SEG-EVENTO            PIC X(02) VALUE SPACES.
002350*-----------------------------------------------------------
002360* SCHEDULE DISPLAY LINE
002370*-----------------------------------------------------------
002380 01  WS-LINHA-TABELA.
002390     05  WS-LT-PARCELA            PIC ZZ9.
002400     05  FILLER                   PIC X(02) VALUE SPACES.
002410     05  WS-LT-VENCIMENTO         PIC 9(08).
002420     05  FILLER                   PIC X(01) VALUE SPACES.
002430     05  WS-LT-VALOR              PIC Z(09)9.99.
002440     05  FILLER                   PIC X(01) VALUE SPACES.
002450     05  WS-LT-JUROS              PIC Z(09)9.99.
002460     05  FILLER                   PIC X(01) VALUE SPACES.
002470     05  WS-LT-AMORT              PIC Z(09)9.99.
002480     05  FILLER                   PIC X(01) VALUE SPACES.
002490     05  WS-LT-SALDO              PIC Z(09)9.99.
002500
002510 PROCEDURE DIVISION.
002520*-----------------------------------------------------------
002530* 0000-MAINLINE
002540* CONTROLS THE OVERALL FLOW: OPEN THE FILES, CHECK WHO IS
002550* ASKING, RUN THE MENU UNTIL THE SUPERVISOR LEAVES, THEN
002560* CLOSE THE FILES.
002570*-----------------------------------------------------------
002580 0000-MAINLINE.
002590     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002600     PERFORM 1500-CONFERIR-ACESSO THRU 1500-EXIT.
002610     IF WS-ACESSO-LIBERADO
002620         PERFORM 3000-MENU THRU 3000-EXIT
002630             UNTIL WS-SAIR-DO-SISTEMA
002640     END-IF.
002650     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002660     STOP RUN.
002670*-----------------------------------------------------------
002680* 1000-INITIALIZE
002690* OPENS (OR CREATES) THE CONTRACT FILE, THE CUSTOMER MASTER
002700* FOR THE CREDIT OF THE PRINCIPAL, THE JOURNAL AND THE
002710* AUDIT FILE AND THE SECURITY LOG FOR APPENDING.
002720*-----------------------------------------------------------
002730 1000-INITIALIZE.
002740     OPEN I-O LOAN-CONTRACTS.
002750     IF WS-EMPREST-NOT-OPEN
002760         OPEN OUTPUT LOAN-CONTRACTS
002770         CLOSE LOAN-CONTRACTS
002780         OPEN I-O LOAN-CONTRACTS
002790     END-IF.
002800     OPEN I-O CUSTOMER-MASTER.
002810     IF WS-CUSTMAST-NOT-OPEN
002820         DISPLAY "CUSTMAST NAO ENCONTRADO. MANUTENCAO ABORTADA."
002830         CLOSE LOAN-CONTRACTS
002840         STOP RUN
002850     END-IF.
002860     OPEN I-O TRANSACTION-JOURNAL.
002870     IF WS-TRANJRNL-NOT-OPEN
002880         OPEN OUTPUT TRANSACTION-JOURNAL
002890         CLOSE TRANSACTION-JOURNAL
002900         OPEN I-O TRANSACTION-JOURNAL
002910     END-IF.
002920     OPEN EXTEND AUDIT-LOG.
002930     IF WS-AUDITLOG-NOT-OPEN
002940         OPEN OUTPUT AUDIT-LOG
002950         CLOSE AUDIT-LOG
002960         OPEN EXTEND AUDIT-LOG
002970     END-IF.
002971     OPEN EXTEND SECURITY-LOG.
002972     IF WS-SECLOG-NOT-OPEN
002973         OPEN OUTPUT SECURITY-LOG
002974         CLOSE SECURITY-LOG
002975         OPEN EXTEND SECURITY-LOG
002976     END-IF.
002980     OPEN I-O OPERATOR-MASTER.
002990     IF WS-OPERMAST-NOT-OPEN
003000         DISPLAY "OPERMAST NAO ENCONTRADO."
003010         DISPLAY "CADASTRE OS OPERADORES COM O OPERMNT."
003020         CLOSE LOAN-CONTRACTS
003030         CLOSE CUSTOMER-MASTER
003040         CLOSE TRANSACTION-JOURNAL
003050         CLOSE AUDIT-LOG
003055         CLOSE SECURITY-LOG
003060         STOP RUN
003070     END-IF.
003080 1000-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------
003110* 1500-CONFERIR-ACESSO
003120* ONLY AN ACTIVE SUPERVISOR SIGNED ON AGAINST THE OPERATOR
003130* MASTER MAY BOOK LOANS. THE SUPERVISORS ID IS KEPT FOR THE
003140* CONTRACT, THE JOURNAL AND THE AUDIT TRAIL.
003150*-----------------------------------------------------------
003160 1500-CONFERIR-ACESSO.
003170     DISPLAY "==============================================".
003180     DISPLAY "    BANCO DMOURA - EMPRESTIMO PESSOAL         ".
003190     DISPLAY "==============================================".
003200     DISPLAY "OPERADOR SUPERVISOR: ".
003210     ACCEPT WS-OPERADOR-ID.
003220     DISPLAY "SENHA: ".
003230     ACCEPT WS-SENHA-ENTRADA.
003240     MOVE WS-OPERADOR-ID TO OP-OPERATOR-ID.
003250     READ OPERATOR-MASTER
003260         INVALID KEY
003270             DISPLAY "OPERADOR NAO CADASTRADO."
003273             MOVE "NC" TO WS-SEG-EVENTO
003276             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
003280         NOT INVALID KEY
003290             PERFORM 1510-CONFERIR-SENHA THRU 1510-EXIT
003300     END-READ.
003310 1500-EXIT.
003320     EXIT.
003330*-----------------------------------------------------------
003340* 3000-MENU
003350* DISPATCHES TO THE LOAN OPTIONS.
003360*-----------------------------------------------------------
003370 3000-MENU.
003380     DISPLAY "==============================================".
003390     DISPLAY "    BANCO DMOURA - EMPRESTIMO PESSOAL         ".
003400     DISPLAY "==============================================".
003410     DISPLAY " 1 - SIMULAR EMPRESTIMO".
003420     DISPLAY " 2 - CONTRATAR EMPRESTIMO".
003430     DISPLAY " 3 - CONSULTAR CONTRATO".
003440     DISPLAY " 4 - CONSULTAR CONTRATOS DE UMA CONTA".
003450     DISPLAY " 5 - SAIR".
003460     ACCEPT WS-OPCAO.
003470     EVALUATE WS-OPCAO
003480         WHEN "1"
003490             PERFORM 3100-SIMULAR THRU 3100-EXIT
003500         WHEN "2"
003510             PERFORM 3200-CONTRATAR THRU 3200-EXIT
003520         WHEN "3"
003530             PERFORM 3300-CONSULTAR-CONTRATO THRU 3300-EXIT
003540         WHEN "4"
003550             PERFORM 3400-CONTRATOS-DA-CONTA THRU 3400-EXIT
003560         WHEN "5"
003570             SET WS-SAIR-DO-SISTEMA TO TRUE
003580         WHEN OTHER
003590             DISPLAY "OPCAO INVALIDA."
003600     END-EVALUATE.
003610 3000-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------
003640* 3100-SIMULAR
003650* PROMPTS THE LOAN CONDITIONS AND SHOWS THE SCHEDULE AS IF
003660* THE LOAN WERE BOOKED TODAY. NOTHING IS WRITTEN.
003670*-----------------------------------------------------------
003680 3100-SIMULAR.
003690     PERFORM 3110-OBTER-CONDICOES THRU 3110-EXIT.
003700     IF NOT WS-CONDICOES-VALIDAS
003710         GO TO 3100-EXIT
003720     END-IF.
003730     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003740     MOVE WS-DATA-ATUAL TO WS-VENC-BASE.
003750     MOVE WS-VENC-BASE-DIA TO WS-VENC-DIA-BASE.
003760     PERFORM 3120-CALCULAR-PARCELA THRU 3120-EXIT.
003770     PERFORM 3130-MOSTRAR-TABELA THRU 3130-EXIT.
003780 3100-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------
003810* 3110-OBTER-CONDICOES
003820* PROMPTS THE PRINCIPAL, THE MONTHLY RATE (A FRACTION,
003830* 0.02500 = 2,5% A.M.) AND THE TERM IN MONTHS, AND CHECKS
003840* THEM AGAINST THE LOAN POLICY LIMITS.
003850*-----------------------------------------------------------
003860 3110-OBTER-CONDICOES.
003870     MOVE "N" TO WS-CONDICOES-SW.
003880     MOVE "VALOR DO EMPRESTIMO: " TO WS-MENSAGEM.
003890     PERFORM 6000-OBTER-VALOR THRU 6000-EXIT.
003900     IF WS-VALOR-NOVO = ZERO
003910         DISPLAY "VALOR DO EMPRESTIMO NAO PODE SER ZERO."
003920         GO TO 3110-EXIT
003930     END-IF.
003940     MOVE WS-VALOR-NOVO TO WS-PRINCIPAL.
003950     MOVE "TAXA MENSAL (EX.: 000.02500): " TO WS-MENSAGEM.
003960     PERFORM 6200-OBTER-TAXA THRU 6200-EXIT.
003970     IF WS-TAXA-NOVA > WS-TAXA-MAXIMA
003980         MOVE WS-TAXA-MAXIMA TO WS-TAXA-EDITADA
003990         DISPLAY "TAXA ACIMA DO MAXIMO PERMITIDO: "
004000             WS-TAXA-EDITADA
004010         GO TO 3110-EXIT
004020     END-IF.
004030     MOVE WS-TAXA-NOVA TO WS-TAXA-MENSAL.
004040     DISPLAY "PRAZO EM MESES: ".
004050     MOVE ZERO TO WS-PRAZO-ENTRADA.
004060     ACCEPT WS-PRAZO-ENTRADA.
004070     IF WS-PRAZO-ENTRADA IS NOT NUMERIC
004080         OR WS-PRAZO-ENTRADA = ZERO
004090         OR WS-PRAZO-ENTRADA > WS-PRAZO-MAXIMO
004100         DISPLAY "PRAZO INVALIDO. INFORME DE 1 A "
004110             WS-PRAZO-MAXIMO " MESES."
004120         GO TO 3110-EXIT
004130     END-IF.
004140     MOVE WS-PRAZO-ENTRADA TO WS-PRAZO.
004150     SET WS-CONDICOES-VALIDAS TO TRUE.
004160 3110-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------
004190* 3120-CALCULAR-PARCELA
004200* TABELA PRICE: PMT = PV * I * (1 + I) ** N /
004210* ((1 + I) ** N - 1). AN INTEREST-FREE LOAN IS SIMPLY
004220* SPLIT IN EQUAL PARTS.
004230*-----------------------------------------------------------
004240 3120-CALCULAR-PARCELA.
004250     IF WS-TAXA-MENSAL = ZERO
004260         COMPUTE WS-VALOR-PARCELA ROUNDED =
004270             WS-PRINCIPAL / WS-PRAZO
004280         GO TO 3120-EXIT
004290     END-IF.
004300     COMPUTE WS-FATOR ROUNDED = (1 + WS-TAXA-MENSAL) ** WS-PRAZO.
004310     COMPUTE WS-VALOR-PARCELA ROUNDED =
004320         WS-PRINCIPAL * WS-TAXA-MENSAL * WS-FATOR
004330         / (WS-FATOR - 1).
004340 3120-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------
004370* 3130-MOSTRAR-TABELA
004380* DISPLAYS THE FULL SCHEDULE AND ITS TOTALS.
004390*-----------------------------------------------------------
004400 3130-MOSTRAR-TABELA.
004410     MOVE WS-PRINCIPAL TO WS-MOEDA-EDITADA.
004420     DISPLAY "PRINCIPAL: " WS-MOEDA-EDITADA.
004430     MOVE WS-TAXA-MENSAL TO WS-TAXA-EDITADA.
004440     DISPLAY "TAXA MENSAL: " WS-TAXA-EDITADA
004450         "  PRAZO: " WS-PRAZO " MESES".
004460     MOVE WS-VALOR-PARCELA TO WS-MOEDA-EDITADA.
004470     DISPLAY "VALOR DA PARCELA: " WS-MOEDA-EDITADA.
004480     DISPLAY "PARC VENCIMENTO       PARCELA         JUROS"
004490         "   AMORTIZACAO         SALDO".
004500     MOVE WS-PRINCIPAL TO WS-SALDO-TABELA.
004510     MOVE ZERO TO WS-TOTAL-JUROS.
004520     MOVE ZERO TO WS-TOTAL-PAGO.
004530     MOVE 1 TO WS-PARCELA-NUMERO.
004540     PERFORM 3140-LINHA-TABELA THRU 3140-EXIT
004550         UNTIL WS-PARCELA-NUMERO > WS-PRAZO.
004560     MOVE WS-TOTAL-JUROS TO WS-MOEDA-EDITADA.
004570     DISPLAY "TOTAL DE JUROS: " WS-MOEDA-EDITADA.
004580     MOVE WS-TOTAL-PAGO TO WS-MOEDA-EDITADA.
004590     DISPLAY "TOTAL A PAGAR : " WS-MOEDA-EDITADA.
004600 3130-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------
004630* 3140-LINHA-TABELA
004640* ONE INSTALLMENT: INTEREST ON THE OUTSTANDING BALANCE,
004650* THE REST OF THE INSTALLMENT AMORTIZES. THE LAST
004660* INSTALLMENT PAYS OFF WHATEVER IS LEFT.
004670*-----------------------------------------------------------
004680 3140-LINHA-TABELA.
004690     COMPUTE WS-PARCELA-JUROS ROUNDED =
004700         WS-SALDO-TABELA * WS-TAXA-MENSAL.
004710     IF WS-PARCELA-NUMERO = WS-PRAZO
004720         MOVE WS-SALDO-TABELA TO WS-PARCELA-AMORT
004730         COMPUTE WS-PARCELA-VALOR =
004740             WS-SALDO-TABELA + WS-PARCELA-JUROS
004750     ELSE
004760         MOVE WS-VALOR-PARCELA TO WS-PARCELA-VALOR
004770         COMPUTE WS-PARCELA-AMORT =
004780             WS-VALOR-PARCELA - WS-PARCELA-JUROS
004790     END-IF.
004800     SUBTRACT WS-PARCELA-AMORT FROM WS-SALDO-TABELA.
004810     ADD WS-PARCELA-JUROS TO WS-TOTAL-JUROS.
004820     ADD WS-PARCELA-VALOR TO WS-TOTAL-PAGO.
004830     PERFORM 5400-CALCULAR-VENCIMENTO THRU 5400-EXIT.
004840     MOVE WS-PARCELA-NUMERO TO WS-LT-PARCELA.
004850     MOVE WS-VENC-DATA      TO WS-LT-VENCIMENTO.
004860     MOVE WS-PARCELA-VALOR  TO WS-LT-VALOR.
004870     MOVE WS-PARCELA-JUROS  TO WS-LT-JUROS.
004880     MOVE WS-PARCELA-AMORT  TO WS-LT-AMORT.
004890     MOVE WS-SALDO-TABELA   TO WS-LT-SALDO.
004900     DISPLAY WS-LINHA-TABELA.
004910     ADD 1 TO WS-PARCELA-NUMERO.
004920 3140-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------
004950* 3200-CONTRATAR
004960* BOOKS A LOAN ON AN ACTIVE ACCOUNT: SHOWS THE SCHEDULE,
004970* ASKS FOR CONFIRMATION, WRITES THE CONTRACT AND CREDITS
004980* THE PRINCIPAL (JOURNAL TYPE EP). IF THE CREDIT CANNOT BE
004990* POSTED THE CONTRACT IS REMOVED AGAIN SO THE TWO NEVER
005000* STAND APART.
005010*-----------------------------------------------------------
005020 3200-CONTRATAR.
005030     DISPLAY "NUMERO DA CONTA A CREDITAR: ".
005040     ACCEPT WS-CONTA-ENTRADA.
005050     PERFORM 4000-VALIDAR-CONTA THRU 4000-EXIT.
005060     IF NOT WS-CONTA-VALIDA
005070         GO TO 3200-EXIT
005080     END-IF.
005090     PERFORM 3110-OBTER-CONDICOES THRU 3110-EXIT.
005100     IF NOT WS-CONDICOES-VALIDAS
005110         GO TO 3200-EXIT
005120     END-IF.
005130     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
005140     MOVE WS-DATA-ATUAL TO WS-VENC-BASE.
005150     MOVE WS-VENC-BASE-DIA TO WS-VENC-DIA-BASE.
005160     PERFORM 3120-CALCULAR-PARCELA THRU 3120-EXIT.
005170     PERFORM 3130-MOSTRAR-TABELA THRU 3130-EXIT.
005180     DISPLAY "CONFIRMA A CONTRATACAO (S/N)? ".
005190     ACCEPT WS-CONFIRMA.
005200     IF WS-CONFIRMA NOT = "S"
005210         DISPLAY "CONTRATACAO CANCELADA."
005220         GO TO 3200-EXIT
005230     END-IF.
005240     PERFORM 3150-PROXIMO-NUMERO THRU 3150-EXIT.
005250     MOVE WS-PROXIMO-CONTRATO  TO EP-CONTRATO.
005260     MOVE WS-CONTA-ENTRADA     TO EP-ACCOUNT-NUMBER.
005270     MOVE CM-CUSTOMER-CPF      TO EP-CUSTOMER-CPF.
005280     MOVE WS-PRINCIPAL         TO EP-VALOR-PRINCIPAL.
005290     MOVE WS-TAXA-MENSAL       TO EP-TAXA-MENSAL.
005300     MOVE WS-TAXA-MORA-PADRAO  TO EP-TAXA-MORA.
005310     MOVE WS-PRAZO             TO EP-PRAZO.
005320     MOVE WS-VALOR-PARCELA     TO EP-VALOR-PARCELA.
005330     MOVE WS-DATA-ATUAL        TO EP-DATA-CONTRATACAO.
005340     MOVE WS-VENC-DIA-BASE     TO EP-DIA-VENCIMENTO.
005350     MOVE ZERO                 TO EP-QTDE-PAGAS.
005360     MOVE WS-PRINCIPAL         TO EP-SALDO-DEVEDOR.
005370     MOVE ZERO                 TO EP-DATA-ULTIMO-PAGTO.
005380     MOVE WS-OPERADOR-ID       TO EP-OPERATOR-ID.
005390     MOVE "A"                  TO EP-STATUS.
005400     MOVE SPACES               TO EP-FILLER.
005410     WRITE EMPREST-RECORD
005420         INVALID KEY
005430             DISPLAY "ERRO AO GRAVAR O CONTRATO. STATUS: "
005440                 WS-EMPREST-STATUS
005450             GO TO 3200-EXIT
005460     END-WRITE.
005470     PERFORM 3250-CREDITAR-PRINCIPAL THRU 3250-EXIT.
005480 3200-EXIT.
005490     EXIT.
005500*-----------------------------------------------------------
005510* 3150-PROXIMO-NUMERO
005520* SCANS THE CONTRACT FILE FOR THE HIGHEST NUMBER IN USE
005530* AND LEAVES THE NEXT FREE ONE IN WS-PROXIMO-CONTRATO.
005540*-----------------------------------------------------------
005550 3150-PROXIMO-NUMERO.
005560     MOVE ZERO TO WS-PROXIMO-CONTRATO.
005570     MOVE "N" TO WS-FIM-EMPREST-SW.
005580     MOVE LOW-VALUES TO EP-CONTRATO.
005590     START LOAN-CONTRACTS KEY IS NOT LESS THAN EP-CONTRATO
005600         INVALID KEY
005610             SET WS-FIM-DO-EMPREST TO TRUE
005620     END-START.
005630     IF NOT WS-FIM-DO-EMPREST
005640         READ LOAN-CONTRACTS NEXT RECORD
005650             AT END
005660                 SET WS-FIM-DO-EMPREST TO TRUE
005670         END-READ
005680     END-IF.
005690     PERFORM 3160-CONFERIR-NUMERO THRU 3160-EXIT
005700         UNTIL WS-FIM-DO-EMPREST.
005710     ADD 1 TO WS-PROXIMO-CONTRATO.
005720 3150-EXIT.
005730     EXIT.
005740 3160-CONFERIR-NUMERO.
005750     IF EP-CONTRATO > WS-PROXIMO-CONTRATO
005760         MOVE EP-CONTRATO TO WS-PROXIMO-CONTRATO
005770     END-IF.
005780     READ LOAN-CONTRACTS NEXT RECORD
005790         AT END
005800             SET WS-FIM-DO-EMPREST TO TRUE
005810     END-READ.
005820 3160-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------
005850* 3250-CREDITAR-PRINCIPAL
005860* CREDITS THE PRINCIPAL OF THE CONTRACT JUST WRITTEN TO
005870* THE ACCOUNT, JOURNALS IT AS TYPE EP UNDER THE
005880* SUPERVISORS ID AND LOGS THE CONTRACT TO THE AUDIT FILE.
005882* THE JOURNAL IS WRITTEN BEFORE THE CREDIT: IF IT FAILS THE
005884* CONTRACT IS REMOVED WITH THE ACCOUNT UNTOUCHED, AND IF THE
005886* CREDIT THEN FAILS THE EP IS DELETED FROM THE JOURNAL.
005890*-----------------------------------------------------------
005900 3250-CREDITAR-PRINCIPAL.
005910     MOVE EP-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
005920     READ CUSTOMER-MASTER
005930         INVALID KEY
005940             DISPLAY "CONTA " EP-ACCOUNT-NUMBER
005950                 " NAO ENCONTRADA. CONTRATO DESFEITO."
005960             PERFORM 3260-DESFAZER-CONTRATO THRU 3260-EXIT
005970             GO TO 3250-EXIT
005980     END-READ.
005990     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
006000     ACCEPT WS-HORA-ATUAL FROM TIME.
006005     MOVE "N" TO WS-JORNAL-SW.
006010     ADD EP-VALOR-PRINCIPAL TO CM-BALANCE.
006020     MOVE WS-DATA-ATUAL TO CM-LAST-ACTIVITY-DATE.
006100     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
006110     MOVE WS-HORA-ATUAL        TO TJ-TRANS-TIME.
006120     MOVE CM-ACCOUNT-NUMBER    TO TJ-ACCOUNT-NUMBER.
006130     MOVE "EP"                 TO TJ-TRANS-TYPE.
006140     MOVE EP-VALOR-PRINCIPAL   TO TJ-TRANS-AMOUNT.
006150     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
006160     MOVE WS-OPERADOR-ID       TO TJ-OPERATOR-ID.
006161     MOVE SPACES               TO TJ-ESTORNO-REF.
006162     MOVE WS-OPERADOR-AGENCIA  TO TJ-AGENCIA.
006163     PERFORM 3255-NUMERAR-MOVIMENTO THRU 3255-EXIT.
006164     IF NOT WS-FALHA-JORNAL
006165         WRITE TRANJRNL-RECORD
006166             INVALID KEY
006167                 DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
006168                     WS-TRANJRNL-STATUS
006169                 SET WS-FALHA-JORNAL TO TRUE
006170         END-WRITE
006171     END-IF.
006172     IF WS-FALHA-JORNAL
006173         DISPLAY "CONTRATO DESFEITO."
006174         PERFORM 3260-DESFAZER-CONTRATO THRU 3260-EXIT
006175         GO TO 3250-EXIT
006176     END-IF.
006177     REWRITE CUSTMAST-RECORD
006182         INVALID KEY
006184             DISPLAY "ERRO AO CREDITAR A CONTA. STATUS: "
006186                 WS-CUSTMAST-STATUS
006188             PERFORM 3270-ANULAR-MOVIMENTO THRU 3270-EXIT
006190             PERFORM 3260-DESFAZER-CONTRATO THRU 3260-EXIT
006192             GO TO 3250-EXIT
006194     END-REWRITE.
006196     DISPLAY "CONTRATO " EP-CONTRATO " INCLUIDO. PRINCIPAL "
006200         "CREDITADO NA CONTA " EP-ACCOUNT-NUMBER ".".
006210     MOVE EP-CONTRATO          TO WS-VALOR-ANTES.
006220     MOVE EP-VALOR-PRINCIPAL   TO WS-MOEDA-EDITADA.
006230     MOVE WS-MOEDA-EDITADA     TO WS-VALOR-DEPOIS.
006240     MOVE "EMPRESTIMO CONTRATADO" TO WS-CAMPO-ALTERADO.
006250     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
006260 3250-EXIT.
006261     EXIT.
006262*-----------------------------------------------------------
006263* 3255-NUMERAR-MOVIMENTO
006264* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
006265* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
006266* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
006267* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
006268* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
006269*-----------------------------------------------------------
006270 3255-NUMERAR-MOVIMENTO.
006271     MOVE ZERO TO TJ-SEQUENCIA.
006278     OPEN I-O JOURNAL-SEQUENCE.
006279     IF WS-TJSEQ-NOT-OPEN
006280         OPEN OUTPUT JOURNAL-SEQUENCE
006281         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
006282         MOVE SPACES TO TS-FILLER
006283         WRITE TJSEQ-RECORD
006284         CLOSE JOURNAL-SEQUENCE
006285         OPEN I-O JOURNAL-SEQUENCE
006286     END-IF.
006287     IF NOT WS-TJSEQ-OK
006288         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
006289         SET WS-FALHA-JORNAL TO TRUE
006290         GO TO 3255-EXIT
006291     END-IF.
006292     READ JOURNAL-SEQUENCE
006293         AT END
006294             CONTINUE
006295     END-READ.
006296     IF WS-TJSEQ-OK
006297         ADD 1 TO TS-ULTIMA-SEQUENCIA
006298         REWRITE TJSEQ-RECORD
006299     END-IF.
006300     IF NOT WS-TJSEQ-OK
006301         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
006302             WS-TJSEQ-STATUS
006303         SET WS-FALHA-JORNAL TO TRUE
006304         CLOSE JOURNAL-SEQUENCE
006305         GO TO 3255-EXIT
006306     END-IF.
006307     CLOSE JOURNAL-SEQUENCE.
006308     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
006309 3255-EXIT.
006310     EXIT.
006311*-----------------------------------------------------------
006312* 3260-DESFAZER-CONTRATO
006313* REMOVES THE CONTRACT WHOSE PRINCIPAL COULD NOT BE
006314* CREDITED.
006320*-----------------------------------------------------------
006330 3260-DESFAZER-CONTRATO.
006340     DELETE LOAN-CONTRACTS RECORD
006350         INVALID KEY
006360             DISPLAY "ERRO GRAVE AO DESFAZER O CONTRATO "
006370                 EP-CONTRATO ". STATUS: " WS-EMPREST-STATUS
006380     END-DELETE.
006390 3260-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------
006420* 3300-CONSULTAR-CONTRATO
006430* SHOWS ONE CONTRACT AND THE SCHEDULE OF THE INSTALLMENTS
006440* STILL TO BE PAID.
006450*-----------------------------------------------------------
006460 3300-CONSULTAR-CONTRATO.
006470     DISPLAY "NUMERO DO CONTRATO: ".
006480     ACCEPT WS-CONTRATO-ENTRADA.
006490     MOVE WS-CONTRATO-ENTRADA TO EP-CONTRATO.
006500     READ LOAN-CONTRACTS
006510         INVALID KEY
006520             DISPLAY "CONTRATO NAO ENCONTRADO."
006530             GO TO 3300-EXIT
006540     END-READ.
006550     PERFORM 3350-MOSTRAR-CONTRATO THRU 3350-EXIT.
006560     IF NOT EP-CONTRATO-ATIVO
006570         GO TO 3300-EXIT
006580     END-IF.
006590     MOVE EP-SALDO-DEVEDOR    TO WS-SALDO-TABELA.
006600     MOVE EP-TAXA-MENSAL      TO WS-TAXA-MENSAL.
006610     MOVE EP-PRAZO            TO WS-PRAZO.
006620     MOVE EP-VALOR-PARCELA    TO WS-VALOR-PARCELA.
006630     MOVE EP-DATA-CONTRATACAO TO WS-VENC-BASE.
006640     MOVE EP-DIA-VENCIMENTO   TO WS-VENC-DIA-BASE.
006650     MOVE ZERO TO WS-TOTAL-JUROS.
006660     MOVE ZERO TO WS-TOTAL-PAGO.
006670     DISPLAY "PARC VENCIMENTO       PARCELA         JUROS"
006680         "   AMORTIZACAO         SALDO".
006690     COMPUTE WS-PARCELA-NUMERO = EP-QTDE-PAGAS + 1.
006700     PERFORM 3140-LINHA-TABELA THRU 3140-EXIT
006710         UNTIL WS-PARCELA-NUMERO > WS-PRAZO.
006720     MOVE WS-TOTAL-PAGO TO WS-MOEDA-EDITADA.
006730     DISPLAY "TOTAL A PAGAR : " WS-MOEDA-EDITADA.
006740 3300-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------
006770* 3350-MOSTRAR-CONTRATO
006780* DISPLAYS THE CONTRACT CURRENTLY IN THE RECORD AREA.
006790*-----------------------------------------------------------
006800 3350-MOSTRAR-CONTRATO.
006810     DISPLAY "CONTRATO: " EP-CONTRATO
006820         "  CONTA: " EP-ACCOUNT-NUMBER
006830         "  CPF: " EP-CUSTOMER-CPF
006840         "  SITUACAO: " EP-STATUS.
006850     MOVE EP-VALOR-PRINCIPAL TO WS-MOEDA-EDITADA.
006860     DISPLAY "  PRINCIPAL: " WS-MOEDA-EDITADA
006870         "  CONTRATADO EM: " EP-DATA-CONTRATACAO.
006880     MOVE EP-TAXA-MENSAL TO WS-TAXA-EDITADA.
006890     MOVE EP-VALOR-PARCELA TO WS-MOEDA-EDITADA.
006900     DISPLAY "  TAXA MENSAL: " WS-TAXA-EDITADA
006910         "  PARCELA: " WS-MOEDA-EDITADA.
006920     DISPLAY "  PARCELAS PAGAS: " EP-QTDE-PAGAS
006930         " DE " EP-PRAZO
006940         "  ULTIMO PAGAMENTO: " EP-DATA-ULTIMO-PAGTO.
006950     MOVE EP-SALDO-DEVEDOR TO WS-MOEDA-EDITADA.
006960     DISPLAY "  SALDO DEVEDOR: " WS-MOEDA-EDITADA.
006970 3350-EXIT.
006980     EXIT.
006990*-----------------------------------------------------------
007000* 3400-CONTRATOS-DA-CONTA
007010* LISTS EVERY CONTRACT OF ONE ACCOUNT ON THE ALTERNATE KEY,
007020* ACTIVE AND QUITADO.
007030*-----------------------------------------------------------
007040 3400-CONTRATOS-DA-CONTA.
007050     DISPLAY "NUMERO DA CONTA: ".
007060     ACCEPT WS-CONTA-ENTRADA.
007070     MOVE ZERO TO WS-QTDE-LISTADOS.
007080     MOVE "N" TO WS-FIM-EMPREST-SW.
007090     MOVE WS-CONTA-ENTRADA TO EP-ACCOUNT-NUMBER.
007100     START LOAN-CONTRACTS KEY IS NOT LESS THAN EP-ACCOUNT-NUMBER
007110         INVALID KEY
007120             SET WS-FIM-DO-EMPREST TO TRUE
007130     END-START.
007140     IF NOT WS-FIM-DO-EMPREST
007150         READ LOAN-CONTRACTS NEXT RECORD
007160             AT END
007170                 SET WS-FIM-DO-EMPREST TO TRUE
007180         END-READ
007190     END-IF.
007200     PERFORM 3450-LISTAR-CONTRATO THRU 3450-EXIT
007210         UNTIL WS-FIM-DO-EMPREST.
007220     IF WS-QTDE-LISTADOS = ZERO
007230         DISPLAY "NENHUM CONTRATO PARA A CONTA "
007240             WS-CONTA-ENTRADA "."
007250     END-IF.
007260 3400-EXIT.
007270     EXIT.
007280 3450-LISTAR-CONTRATO.
007290     IF EP-ACCOUNT-NUMBER NOT = WS-CONTA-ENTRADA
007300         SET WS-FIM-DO-EMPREST TO TRUE
007310         GO TO 3450-EXIT
007320     END-IF.
007330     PERFORM 3350-MOSTRAR-CONTRATO THRU 3350-EXIT.
007340     ADD 1 TO WS-QTDE-LISTADOS.
007350     READ LOAN-CONTRACTS NEXT RECORD
007360         AT END
007370             SET WS-FIM-DO-EMPREST TO TRUE
007380     END-READ.
007390 3450-EXIT.
007400     EXIT.
007410*-----------------------------------------------------------
007420* 4000-VALIDAR-CONTA
007430* CHECKS THAT THE ACCOUNT IN WS-CONTA-ENTRADA EXISTS ON
007440* THE CUSTOMER MASTER AND IS ACTIVE. A LOAN IS NEVER
007450* CREDITED TO A BLOQUEADA OR ENCERRADA ACCOUNT.
007460*-----------------------------------------------------------
007470 4000-VALIDAR-CONTA.
007480     MOVE "N" TO WS-CONTA-SW.
007490     MOVE WS-CONTA-ENTRADA TO CM-ACCOUNT-NUMBER.
007500     READ CUSTOMER-MASTER
007510         INVALID KEY
007520             DISPLAY "CONTA " WS-CONTA-ENTRADA
007530                 " NAO ENCONTRADA."
007540         NOT INVALID KEY
007550             IF NOT CM-CONTA-ATIVA
007560                 DISPLAY "CONTA " WS-CONTA-ENTRADA
007570                     " BLOQUEADA OU ENCERRADA."
007580             ELSE
007590                 SET WS-CONTA-VALIDA TO TRUE
007600                 DISPLAY "CLIENTE: " CM-CUSTOMER-NAME
007610             END-IF
007620     END-READ.
007630 4000-EXIT.
007640     EXIT.
007650*-----------------------------------------------------------
007660* 5400-CALCULAR-VENCIMENTO
007670* DUE DATE OF INSTALLMENT WS-PARCELA-NUMERO: THE CONTRACT
007680* MONTH PLUS THAT MANY MONTHS, ON THE CONTRACT DAY OR ON
007690* THE LAST DAY OF A SHORTER MONTH (LEAP YEARS INCLUDED).
007700* RESULT IN WS-VENC-DATA. SAME RULE AS IN EMPBAT.
007710*-----------------------------------------------------------
007720 5400-CALCULAR-VENCIMENTO.
007730     COMPUTE WS-VENC-MESES =
007740         WS-VENC-BASE-MES - 1 + WS-PARCELA-NUMERO.
007750     DIVIDE WS-VENC-MESES BY 12
007760         GIVING WS-VENC-ANOS REMAINDER WS-VENC-RESTO.
007770     COMPUTE WS-VENC-ANO = WS-VENC-BASE-ANO + WS-VENC-ANOS.
007780     COMPUTE WS-VENC-MES = WS-VENC-RESTO + 1.
007790     MOVE WS-DIAS-NO-MES (WS-VENC-MES) TO WS-ULTIMO-DIA-MES.
007800     IF WS-VENC-MES = 2
007810         DIVIDE WS-VENC-ANO BY 4
007820             GIVING WS-ANO-QUOCIENTE
007830             REMAINDER WS-ANO-RESTO-4
007840         DIVIDE WS-VENC-ANO BY 100
007850             GIVING WS-ANO-QUOCIENTE
007860             REMAINDER WS-ANO-RESTO-100
007870         DIVIDE WS-VENC-ANO BY 400
007880             GIVING WS-ANO-QUOCIENTE
007890             REMAINDER WS-ANO-RESTO-400
007900         IF WS-ANO-RESTO-4 = ZERO
007910             AND (WS-ANO-RESTO-100 NOT = ZERO
007920             OR WS-ANO-RESTO-400 = ZERO)
007930             MOVE 29 TO WS-ULTIMO-DIA-MES
007940         END-IF
007950     END-IF.
007960     IF WS-VENC-DIA-BASE > WS-ULTIMO-DIA-MES
007970         MOVE WS-ULTIMO-DIA-MES TO WS-VENC-DIA
007980     ELSE
007990         MOVE WS-VENC-DIA-BASE TO WS-VENC-DIA
008000     END-IF.
008010 5400-EXIT.
008020     EXIT.
008030*-----------------------------------------------------------
008040* 6000-OBTER-VALOR
008050* PROMPTS FOR A MONETARY AMOUNT (USING THE MESSAGE LEFT IN
008060* WS-MENSAGEM BY THE CALLER) AND RE-PROMPTS UNTIL A
008070* NUMERIC AMOUNT IS ENTERED, AS IN CONTMNT. THE RESULT IS
008080* RETURNED IN WS-VALOR-NOVO.
008090*-----------------------------------------------------------
008100 6000-OBTER-VALOR.
008110     SET WS-VALOR-INVALIDO TO TRUE.
008120     PERFORM 6100-ACEITAR-VALOR THRU 6100-EXIT
008130         UNTIL WS-VALOR-VALIDO.
008140 6000-EXIT.
008150     EXIT.
008160 6100-ACEITAR-VALOR.
008170     DISPLAY WS-MENSAGEM.
008180     MOVE ZERO TO WS-VALOR-NOVO.
008190     ACCEPT WS-VALOR-NOVO.
008200     IF WS-VALOR-NOVO IS NOT NUMERIC
008210         DISPLAY "VALOR INVALIDO. DIGITE SOMENTE NUMEROS."
008220         SET WS-VALOR-INVALIDO TO TRUE
008230     ELSE
008240         SET WS-VALOR-VALIDO TO TRUE
008250     END-IF.
008260 6100-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------
008290* 6200-OBTER-TAXA
008300* PROMPTS FOR A RATE AND RE-PROMPTS UNTIL A NUMERIC RATE
008310* IS ENTERED, AS IN CONTMNT. THE RESULT IS RETURNED IN
008320* WS-TAXA-NOVA.
008330*-----------------------------------------------------------
008340 6200-OBTER-TAXA.
008350     SET WS-VALOR-INVALIDO TO TRUE.
008360     PERFORM 6300-ACEITAR-TAXA THRU 6300-EXIT
008370         UNTIL WS-VALOR-VALIDO.
008380 6200-EXIT.
008390     EXIT.
008400 6300-ACEITAR-TAXA.
008410     DISPLAY WS-MENSAGEM.
008420     MOVE ZERO TO WS-TAXA-NOVA.
008430     ACCEPT WS-TAXA-NOVA.
008440     IF WS-TAXA-NOVA IS NOT NUMERIC
008450         DISPLAY "TAXA INVALIDA. DIGITE SOMENTE NUMEROS."
008460         SET WS-VALOR-INVALIDO TO TRUE
008470     ELSE
008480         SET WS-VALOR-VALIDO TO TRUE
008490     END-IF.
008500 6300-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------
008530* 7100-GRAVAR-AUDITORIA
008540* APPENDS ONE AUDIT RECORD. THE CALLER MUST HAVE FILLED
008550* WS-CAMPO-ALTERADO, WS-VALOR-ANTES AND WS-VALOR-DEPOIS;
008560* THE ACCOUNT COMES FROM WS-CONTA-ENTRADA.
008570*-----------------------------------------------------------
008580 7100-GRAVAR-AUDITORIA.
008590     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
008600     ACCEPT WS-HORA-ATUAL FROM TIME.
008610     MOVE WS-DATA-ATUAL        TO AU-AUDIT-DATE.
008620     MOVE WS-HORA-ATUAL        TO AU-AUDIT-TIME.
008630     MOVE WS-CONTA-ENTRADA     TO AU-ACCOUNT-NUMBER.
008640     MOVE WS-CAMPO-ALTERADO    TO AU-FIELD-NAME.
008650     MOVE WS-VALOR-ANTES       TO AU-OLD-VALUE.
008660     MOVE WS-VALOR-DEPOIS      TO AU-NEW-VALUE.
008670     MOVE WS-OPERADOR-ID       TO AU-OPERATOR-ID.
008680     MOVE SPACES               TO AU-FILLER.
008690     WRITE AUDITLOG-RECORD.
008700 7100-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------
008730* 9000-FINALIZE
008740* CLOSES THE FILES BEFORE ENDING THE RUN.
008750*-----------------------------------------------------------
008760 9000-FINALIZE.
008770     CLOSE LOAN-CONTRACTS.
008780     CLOSE CUSTOMER-MASTER.
008790     CLOSE TRANSACTION-JOURNAL.
008800     CLOSE AUDIT-LOG.
008805     CLOSE SECURITY-LOG.
008810     CLOSE OPERATOR-MASTER.
008820 9000-EXIT.
008830     EXIT.
008840*-----------------------------------------------------------
008850* 1510-CONFERIR-SENHA
008860* APPLIES THE PASSWORD LIFECYCLE TO THE SUPERVISOR RECORD
008870* JUST READ, AS THE BNCDM SIGN-ON DOES: A LOCKED OPERATOR
008880* IS REFUSED, A BAD PASSWORD COUNTS TOWARDS THE THREE-
008890* STRIKE LOCK, AND A GOOD SIGN-ON RESETS THE COUNTER AND
008900* FORCES THE CHANGE OF A PROVISORIA OR EXPIRED PASSWORD.
008910*-----------------------------------------------------------
008920 1510-CONFERIR-SENHA.
008930     IF OP-TRAVADO
008940         DISPLAY "OPERADOR TRAVADO POR EXCESSO DE TENTATIVAS."
008950         DISPLAY "PROCURE OUTRO SUPERVISOR PARA DESTRAVAR "
008960             "NO OPERMNT."
008963         MOVE "RT" TO WS-SEG-EVENTO
008966         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
008970         GO TO 1510-EXIT
008980     END-IF.
008990     IF OP-SENHA NOT = WS-SENHA-ENTRADA
008995         MOVE "FS" TO WS-SEG-EVENTO
009000         PERFORM 1530-CONTAR-FALHA THRU 1530-EXIT
009010         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
009020             "ATIVO COM SENHA CORRETA."
009030         GO TO 1510-EXIT
009040     END-IF.
009050     IF NOT OP-SUPERVISOR OR NOT OP-ATIVO
009060         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
009070             "ATIVO COM SENHA CORRETA."
009073         MOVE "NA" TO WS-SEG-EVENTO
009076         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
009080         GO TO 1510-EXIT
009090     END-IF.
009100     IF OP-TENTATIVAS IS NUMERIC AND OP-TENTATIVAS > ZERO
009110         MOVE ZERO TO OP-TENTATIVAS
009120         REWRITE OPERMAST-RECORD
009130             INVALID KEY
009140                 DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
009150                     WS-OPERMAST-STATUS
009160         END-REWRITE
009170     END-IF.
009180     PERFORM 1520-CONFERIR-VALIDADE THRU 1520-EXIT.
009190     IF WS-TROCA-NECESSARIA
009200         PERFORM 1540-TROCAR-SENHA THRU 1540-EXIT
009210         IF NOT WS-TROCA-EFETUADA
009220             GO TO 1510-EXIT
009230         END-IF
009240     END-IF.
009250     SET WS-ACESSO-LIBERADO TO TRUE.
009255     MOVE OP-AGENCIA TO WS-OPERADOR-AGENCIA.
009260     DISPLAY "BEM-VINDO " OP-OPERATOR-NAME.
009270 1510-EXIT.
009280     EXIT.
009290*-----------------------------------------------------------
009300* 1520-CONFERIR-VALIDADE
009310* DECIDES WHETHER THE PASSWORD MUST BE CHANGED: A ZERO OR
009320* BLANK OP-SENHA-DATE IS A PASSWORD A SUPERVISOR TYPED
009330* (FORCED CHANGE AT FIRST SIGN-ON) AND A DATE OLDER THAN
009340* WS-VALIDADE-SENHA DAYS HAS EXPIRED.
009350*-----------------------------------------------------------
009360 1520-CONFERIR-VALIDADE.
009370     MOVE "N" TO WS-TROCA-SW.
009380     IF OP-SENHA-DATE IS NOT NUMERIC
009390         OR OP-SENHA-DATE = ZERO
009400         SET WS-TROCA-NECESSARIA TO TRUE
009410         GO TO 1520-EXIT
009420     END-IF.
009430     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
009440     MOVE WS-DATA-HOJE TO WS-DSER-DATA.
009450     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
009460     MOVE WS-DSER-DIAS TO WS-DIAS-HOJE.
009470     MOVE OP-SENHA-DATE TO WS-DSER-DATA.
009480     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
009490     MOVE WS-DSER-DIAS TO WS-DIAS-SENHA.
009500     COMPUTE WS-IDADE-SENHA = WS-DIAS-HOJE - WS-DIAS-SENHA.
009510     IF WS-IDADE-SENHA > WS-VALIDADE-SENHA
009520         SET WS-TROCA-NECESSARIA TO TRUE
009530     END-IF.
009540 1520-EXIT.
009550     EXIT.
009560*-----------------------------------------------------------
009570* 1530-CONTAR-FALHA
009580* COUNTS ONE BAD PASSWORD ON THE OPERATOR RECORD. THE
009590* THIRD CONSECUTIVE FAILURE SETS OP-TRAVA. SPACES ON OLD
009600* RECORDS COUNT AS ZERO FAILURES.
009610*-----------------------------------------------------------
009620 1530-CONTAR-FALHA.
009630     IF OP-TENTATIVAS IS NOT NUMERIC
009640         MOVE ZERO TO OP-TENTATIVAS
009650     END-IF.
009660     ADD 1 TO OP-TENTATIVAS.
009670     IF OP-TENTATIVAS NOT < 3
009680         MOVE "T" TO OP-TRAVA
009690         DISPLAY "TERCEIRA FALHA - OPERADOR TRAVADO."
009695         MOVE "TV" TO WS-SEG-EVENTO
009700     END-IF.
009705     PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT.
009710     REWRITE OPERMAST-RECORD
009720         INVALID KEY
009730             DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
009740                 WS-OPERMAST-STATUS
009750     END-REWRITE.
009760 1530-EXIT.
009770     EXIT.
009780*-----------------------------------------------------------
009790* 1540-TROCAR-SENHA
009800* FORCES THE PASSWORD CHANGE: THE NEW PASSWORD MUST NOT BE
009810* BLANK, MUST DIFFER FROM THE OLD ONE AND MUST BE TYPED
009820* TWICE ALIKE. A REFUSED CHANGE FAILS THE SIGN-ON.
009830*-----------------------------------------------------------
009840 1540-TROCAR-SENHA.
009850     MOVE "N" TO WS-TROCA-OK-SW.
009860     DISPLAY "SUA SENHA E PROVISORIA OU EXPIROU. "
009870         "TROCA OBRIGATORIA.".
009880     DISPLAY "NOVA SENHA (8 POSICOES): ".
009890     ACCEPT WS-SENHA-NOVA.
009900     DISPLAY "CONFIRME A NOVA SENHA: ".
009910     ACCEPT WS-SENHA-CONFIRMA.
009920     IF WS-SENHA-NOVA = SPACES
009930         DISPLAY "SENHA NOVA NAO PODE SER BRANCOS."
009933         MOVE "TN" TO WS-SEG-EVENTO
009936         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
009940         GO TO 1540-EXIT
009950     END-IF.
009960     IF WS-SENHA-NOVA = OP-SENHA
009970         DISPLAY "SENHA NOVA IGUAL A ANTERIOR."
009973         MOVE "TN" TO WS-SEG-EVENTO
009976         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
009980         GO TO 1540-EXIT
009990     END-IF.
010000     IF WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
010010         DISPLAY "CONFIRMACAO NAO CONFERE."
010013         MOVE "TN" TO WS-SEG-EVENTO
010016         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
010020         GO TO 1540-EXIT
010030     END-IF.
010040     MOVE WS-SENHA-NOVA TO OP-SENHA.
010050     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
010060     MOVE WS-DATA-HOJE TO OP-SENHA-DATE.
010070     MOVE ZERO TO OP-TENTATIVAS.
010080     REWRITE OPERMAST-RECORD
010090         INVALID KEY
010100             DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
010110                 WS-OPERMAST-STATUS
010120         NOT INVALID KEY
010130             SET WS-TROCA-EFETUADA TO TRUE
010140             DISPLAY "SENHA ALTERADA."
010143             MOVE "TS" TO WS-SEG-EVENTO
010146             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
010150     END-REWRITE.
010160 1540-EXIT.
010170     EXIT.
010180*-----------------------------------------------------------
010190* 5300-CALCULAR-DIAS
010200* CONVERTS THE GREGORIAN DATE IN WS-DSER-DATA TO A DAY
010210* SERIAL IN WS-DSER-DIAS, AS IN BNCDM, SO TWO DATES CAN
010220* BE SUBTRACTED TO AGE THE PASSWORD.
010230*-----------------------------------------------------------
010240 5300-CALCULAR-DIAS.
010250     COMPUTE WS-ANO-BASE = WS-DSER-ANO - 1.
010260     DIVIDE WS-ANO-BASE BY 4
010270         GIVING WS-QUOC-4 REMAINDER WS-RESTO-4.
010280     DIVIDE WS-ANO-BASE BY 100
010290         GIVING WS-QUOC-100 REMAINDER WS-RESTO-100.
010300     DIVIDE WS-ANO-BASE BY 400
010310         GIVING WS-QUOC-400 REMAINDER WS-RESTO-400.
010320     COMPUTE WS-DSER-DIAS = WS-DSER-ANO * 365
010330         + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
010340         + WS-DIAS-ACUMULADOS (WS-DSER-MES)
010350         + WS-DSER-DIA.
010360     IF WS-DSER-MES > 2
010370         DIVIDE WS-DSER-ANO BY 4
010380             GIVING WS-QUOC-4 REMAINDER WS-RESTO-4
010390         DIVIDE WS-DSER-ANO BY 100
010400             GIVING WS-QUOC-100 REMAINDER WS-RESTO-100
010410         DIVIDE WS-DSER-ANO BY 400
010420             GIVING WS-QUOC-400 REMAINDER WS-RESTO-400
010430         IF WS-RESTO-4 = ZERO
010440             AND (WS-RESTO-100 NOT = ZERO
010450             OR WS-RESTO-400 = ZERO)
010460             ADD 1 TO WS-DSER-DIAS
010470         END-IF
010480     END-IF.
010490 5300-EXIT.
010500     EXIT.
010510*-----------------------------------------------------------
010520* 7200-GRAVAR-SEGURANCA
010530* APPENDS ONE SECURITY LOG RECORD FOR THE SIGN-ON EVENT IN
010540* WS-SEG-EVENTO, STAMPED WITH THE OPERATOR SIGNING ON.
010550*-----------------------------------------------------------
010560 7200-GRAVAR-SEGURANCA.
010570     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
010580     ACCEPT WS-HORA-ATUAL FROM TIME.
010590     MOVE WS-DATA-HOJE         TO SL-EVENT-DATE.
010600     MOVE WS-HORA-ATUAL        TO SL-EVENT-TIME.
010610     MOVE "EMPMNT"             TO SL-PROGRAM.
010620     MOVE WS-OPERADOR-ID       TO SL-OPERATOR-ID.
010630     MOVE WS-SEG-EVENTO        TO SL-EVENT-TYPE.
010640     MOVE SPACES               TO SL-SUPERVISOR-ID.
010650     MOVE ZERO                 TO SL-ACCOUNT-NUMBER.
010660     MOVE ZERO                 TO SL-VALOR.
010670     MOVE SPACES               TO SL-FILLER.
010680     WRITE SECLOG-RECORD.
010690 7200-EXIT.
010700     EXIT.
010710*-----------------------------------------------------------
010720* 3270-ANULAR-MOVIMENTO
010730* DELETES FROM THE JOURNAL THE EP MOVEMENT WHOSE KEY IS IN
010740* TJ-SEQUENCIA WHEN THE CREDIT IT RECORDS COULD NOT BE
010750* POSTED, AS BNCDM DOES.
010760*-----------------------------------------------------------
010770 3270-ANULAR-MOVIMENTO.
010780     DELETE TRANSACTION-JOURNAL RECORD
010790         INVALID KEY
010800             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
010810                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
010820     END-DELETE.
010830 3270-EXIT.
010840     EXIT.
010850 END PROGRAM EMPMNT.
