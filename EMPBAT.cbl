000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EMPBAT.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - NIGHTLY BATCH THAT
000120*                  DEBITS THE PERSONAL LOAN INSTALLMENTS
000130*                  (EMPREST) DUE UP TO THE BUSINESS DATE,
000140*                  IN THE ORDBAT STYLE: DATAMOV DATE CARD,
000150*                  RUNCTL CHECKPOINT/RESTART, AND THE SAME
000160*                  FUNDS CHECK (CM-BALANCE PLUS
000170*                  CM-OVERDRAFT-LIMIT MINUS THE ACTIVE
000180*                  BLOQVAL HOLDS). EACH PAID INSTALLMENT IS
000190*                  JOURNALED AS TYPE PE AND STAMPED ON THE
000200*                  CONTRACT AT ONCE, SO A RESTART NEVER
000210*                  DEBITS IT TWICE. AN INSTALLMENT PAID
000220*                  AFTER ITS DUE DATE CARRIES THE 2% MULTA
000230*                  AND PRO-RATA JUROS DE MORA. AN
000240*                  INSTALLMENT THAT CANNOT BE PAID STOPS THE
000250*                  CONTRACT FOR THE NIGHT AND EVERY UNPAID
000260*                  INSTALLMENT DUE IS LISTED ON THE ARREARS
000270*                  REPORT EMPATR WITH ITS LATE CHARGES.
000272* 2026-10-15 CDM   EVERY JOURNAL MOVEMENT NOW CARRIES THE
000274*                  BRANCH (TJ-AGENCIA) OF THE ACCOUNT IT
000276*                  POSTS TO.
000277* 2026-10-15 CDM   THE JOURNAL IS INDEXED (OPENED I-O). EACH
000278*                  MOVEMENT TAKES THE NEXT TJ-SEQUENCIA FROM
000279*                  THE TJSEQ CONTROL FILE BEFORE IT IS WRITTEN.
000280* 2026-10-15 CDM   A TJSEQ OR JOURNAL FAILURE NOW STOPS THE RUN
000281*                  WITH RUNCTL LEFT EM EXECUCAO. THE PE IS
000282*                  JOURNALED BEFORE THE DEBIT AND DELETED AGAIN
000283*                  IF THE DEBIT CANNOT BE REWRITTEN.
000284* 2026-10-15 CDM   A CONTRACT THAT CANNOT BE REWRITTEN AFTER
000285*                  ITS INSTALLMENT WAS DEBITED NOW UNDOES THE
000286*                  DEBIT AND THE PE (3150) AND LISTS THE
000287*                  INSTALLMENT ON EMPATR INSTEAD OF PAYING IT
000288*                  WITHOUT RECORDING IT.
000289*-----------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LOAN-CONTRACTS ASSIGN TO "EMPREST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS EP-CONTRATO
000360         ALTERNATE RECORD KEY IS EP-ACCOUNT-NUMBER
000370             WITH DUPLICATES
000380         ALTERNATE RECORD KEY IS EP-CUSTOMER-CPF
000390             WITH DUPLICATES
000400         FILE STATUS IS WS-EMPREST-STATUS.
000410     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CM-ACCOUNT-NUMBER
000450         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-CUSTMAST-STATUS.
000480     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000490         ORGANIZATION IS INDEXED
000492         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS TJ-SEQUENCIA
000496         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000500         FILE STATUS IS WS-TRANJRNL-STATUS.
000502     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000504         ORGANIZATION IS SEQUENTIAL
000506         FILE STATUS IS WS-TJSEQ-STATUS.
000510     SELECT ARREARS-REPORT ASSIGN TO "EMPATR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-EMPATR-STATUS.
000540     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RC-KEY
000580         FILE STATUS IS WS-RUNCTL-STATUS.
000590     SELECT HOLDS-FILE ASSIGN TO "BLOQVAL"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS BV-HOLD-NUMBER
000630         ALTERNATE RECORD KEY IS BV-ACCOUNT-NUMBER
000640             WITH DUPLICATES
000650         FILE STATUS IS WS-BLOQVAL-STATUS.
000660     SELECT DATE-CARD ASSIGN TO "DATAMOV"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-DATAMOV-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  LOAN-CONTRACTS
000730     LABEL RECORDS ARE STANDARD.
000740     COPY EMPREST.
000750 FD  CUSTOMER-MASTER
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CUSTMAST.
000780 FD  TRANSACTION-JOURNAL
000790     LABEL RECORDS ARE STANDARD.
000800     COPY TRANJRNL.
000802 FD  JOURNAL-SEQUENCE
000804     LABEL RECORDS ARE STANDARD.
000806     COPY TJSEQ.
000810 FD  ARREARS-REPORT
000820     LABEL RECORDS ARE STANDARD.
000830 01  EMPATR-LINE              PIC X(132).
000840 FD  RUN-CONTROL
000850     LABEL RECORDS ARE STANDARD.
000860     COPY RUNCTL.
000870 FD  HOLDS-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY BLOQVAL.
000900 FD  DATE-CARD
000910     LABEL RECORDS ARE STANDARD.
000920 01  DATAMOV-RECORD           PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-FILE-STATUSES.
000960     05  WS-EMPREST-STATUS        PIC X(02).
000970         88  WS-EMPREST-OK               VALUE "00".
000980         88  WS-EMPREST-NOT-OPEN         VALUE "35".
000990     05  WS-CUSTMAST-STATUS       PIC X(02).
001000         88  WS-CUSTMAST-OK              VALUE "00".
001010         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
001020     05  WS-TRANJRNL-STATUS       PIC X(02).
001030         88  WS-TRANJRNL-OK              VALUE "00".
001040         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001042     05  WS-TJSEQ-STATUS          PIC X(02).
001044         88  WS-TJSEQ-OK                 VALUE "00".
001046         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
001050     05  WS-EMPATR-STATUS         PIC X(02).
001060         88  WS-EMPATR-OK                VALUE "00".
001070         88  WS-EMPATR-NOT-OPEN          VALUE "35".
001080     05  WS-RUNCTL-STATUS         PIC X(02).
001090         88  WS-RUNCTL-OK                VALUE "00".
001100         88  WS-RUNCTL-NOT-OPEN          VALUE "35".
001110     05  WS-BLOQVAL-STATUS        PIC X(02).
001120         88  WS-BLOQVAL-OK               VALUE "00".
001130         88  WS-BLOQVAL-NOT-OPEN         VALUE "35".
001140     05  WS-DATAMOV-STATUS        PIC X(02).
001150         88  WS-DATAMOV-OK               VALUE "00".
001160         88  WS-DATAMOV-NOT-OPEN         VALUE "35".
001170 01  WS-SWITCHES.
001180     05  WS-EOF-SW                PIC X(01) VALUE "N".
001190         88  WS-FIM-DOS-CONTRATOS        VALUE "S".
001200     05  WS-PARCELA-SW            PIC X(01) VALUE "N".
001210         88  WS-PARCELA-RECUSADA         VALUE "S".
001220     05  WS-JA-PROCESSADO-SW      PIC X(01) VALUE "N".
001230         88  WS-JA-PROCESSADO            VALUE "S".
001240     05  WS-REINICIO-SW           PIC X(01) VALUE "N".
001250         88  WS-REINICIO                 VALUE "S".
001253     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
001256         88  WS-FALHA-JORNAL             VALUE "S".
001260     05  WS-RELATORIO-NOVO-SW     PIC X(01) VALUE "N".
001270         88  WS-RELATORIO-NOVO           VALUE "S".
001280     05  WS-FIM-BLOQVAL-SW        PIC X(01) VALUE "N".
001290         88  WS-FIM-DO-BLOQVAL           VALUE "S".
001300     05  WS-BLOQVAL-ABERTO-SW     PIC X(01) VALUE "N".
001310         88  WS-BLOQVAL-ABERTO           VALUE "S".
001320     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
001330         88  WS-DATA-DO-CARTAO           VALUE "S".
001340*-----------------------------------------------------------
001350* BUSINESS PROCESSING DATE (DATE CARD OR PROMPT, ZEROS
001360* MEANS TODAY) AND ITS DAY SERIAL FOR AGING THE OVERDUE
001370* INSTALLMENTS.
001380*-----------------------------------------------------------
001390 01  WS-DATA-CORRENTE.
001400     05  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
001410     05  WS-DATA-PARTES REDEFINES WS-DATA-ATUAL.
001420         10  WS-DATA-ANO          PIC 9(04).
001430         10  WS-DATA-MES          PIC 9(02).
001440         10  WS-DATA-DIA          PIC 9(02).
001450 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001460 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001470 77  WS-DIAS-HOJE             PIC 9(08) COMP VALUE ZERO.
001480 01  WS-CARTAO-AREA.
001490     05  WS-CARTAO-LINHA          PIC X(80) VALUE SPACES.
001500     05  WS-CARTAO-CAMPOS REDEFINES WS-CARTAO-LINHA.
001510         10  WS-CARTAO-DATA       PIC 9(08).
001520         10  FILLER               PIC X(72).
001530*-----------------------------------------------------------
001540* DUE-DATE CALCULATION: INSTALLMENT WS-PARCELA-NUMERO OF A
001550* CONTRACT FALLS DUE THAT MANY MONTHS AFTER THE CONTRACT
001560* DATE ON EP-DIA-VENCIMENTO, OR ON THE LAST DAY OF A
001570* SHORTER MONTH. SAME RULE AS IN EMPMNT.
001580*-----------------------------------------------------------
001590 01  WS-VENC-BASE-AREA.
001600     05  WS-VENC-BASE             PIC 9(08) VALUE ZERO.
001610     05  WS-VENC-BASE-PARTES REDEFINES WS-VENC-BASE.
001620         10  WS-VENC-BASE-ANO     PIC 9(04).
001630         10  WS-VENC-BASE-MES     PIC 9(02).
001640         10  WS-VENC-BASE-DIA     PIC 9(02).
001650 01  WS-VENC-AREA.
001660     05  WS-VENC-DATA             PIC 9(08) VALUE ZERO.
001670     05  WS-VENC-PARTES REDEFINES WS-VENC-DATA.
001680         10  WS-VENC-ANO          PIC 9(04).
001690         10  WS-VENC-MES          PIC 9(02).
001700         10  WS-VENC-DIA          PIC 9(02).
001710 77  WS-VENC-DIA-BASE         PIC 9(02) VALUE ZERO.
001720 77  WS-VENC-MESES            PIC 9(05) COMP VALUE ZERO.
001730 77  WS-VENC-ANOS             PIC 9(04) COMP VALUE ZERO.
001740 77  WS-VENC-RESTO            PIC 9(04) COMP VALUE ZERO.
001750 01  WS-TABELA-MESES.
001760     05  WS-DIAS-LITERAL          PIC X(24)
001770         VALUE "312831303130313130313031".
001780     05  WS-DIAS-R REDEFINES WS-DIAS-LITERAL.
001790         10  WS-DIAS-NO-MES       PIC 9(02) OCCURS 12 TIMES.
001800 77  WS-ULTIMO-DIA-MES        PIC 9(02) VALUE ZERO.
001810 77  WS-ANO-QUOCIENTE         PIC 9(04) COMP VALUE ZERO.
001820 77  WS-ANO-RESTO-4           PIC 9(04) COMP VALUE ZERO.
001830 77  WS-ANO-RESTO-100         PIC 9(04) COMP VALUE ZERO.
001840 77  WS-ANO-RESTO-400         PIC 9(04) COMP VALUE ZERO.
001850*-----------------------------------------------------------
001860* DAY-SERIAL CONVERSION, AS IN BNCDM
001870*-----------------------------------------------------------
001880 01  WS-DSER-AREA.
001890     05  WS-DSER-DATA             PIC 9(08) VALUE ZERO.
001900     05  WS-DSER-PARTES REDEFINES WS-DSER-DATA.
001910         10  WS-DSER-ANO          PIC 9(04).
001920         10  WS-DSER-MES          PIC 9(02).
001930         10  WS-DSER-DIA          PIC 9(02).
001940 77  WS-DSER-DIAS             PIC 9(08) COMP VALUE ZERO.
001950 01  WS-TABELA-ACUMULADA.
001960     05  WS-ACUM-LITERAL          PIC X(36)
001970         VALUE "000031059090120151181212243273304334".
001980     05  WS-ACUM-R REDEFINES WS-ACUM-LITERAL.
001990         10  WS-DIAS-ACUMULADOS  PIC 9(03) OCCURS 12 TIMES.
002000 77  WS-ANO-BASE              PIC 9(04) COMP VALUE ZERO.
002010 77  WS-QUOC-4                PIC 9(04) COMP VALUE ZERO.
002020 77  WS-QUOC-100              PIC 9(04) COMP VALUE ZERO.
002030 77  WS-QUOC-400              PIC 9(04) COMP VALUE ZERO.
002040 77  WS-RESTO-4               PIC 9(04) COMP VALUE ZERO.
002050 77  WS-RESTO-100             PIC 9(04) COMP VALUE ZERO.
002060 77  WS-RESTO-400             PIC 9(04) COMP VALUE ZERO.
002070*-----------------------------------------------------------
002080* INSTALLMENT WORK FIELDS. WS-SALDO-CALCULO IS THE
002090* OUTSTANDING PRINCIPAL BEFORE INSTALLMENT
002100* WS-PARCELA-NUMERO; THE LAST INSTALLMENT PAYS OFF
002110* WHATEVER IS LEFT. LATE CHARGES: WS-PERC-MULTA ON THE
002120* INSTALLMENT PLUS EP-TAXA-MORA A MONTH PRO RATA DIE.
002130*-----------------------------------------------------------
002140 77  WS-PERC-MULTA            PIC 9(01)V9(04) VALUE 0.0200.
002150 77  WS-PARCELA-NUMERO        PIC 9(03) VALUE ZERO.
002160 77  WS-SALDO-CALCULO         PIC 9(10)V99 VALUE ZERO.
002170 77  WS-PARCELA-VALOR         PIC 9(10)V99 VALUE ZERO.
002180 77  WS-PARCELA-JUROS         PIC 9(10)V99 VALUE ZERO.
002190 77  WS-PARCELA-AMORT         PIC 9(10)V99 VALUE ZERO.
002200 77  WS-DIAS-ATRASO           PIC 9(05) COMP VALUE ZERO.
002210 77  WS-VALOR-MULTA           PIC 9(10)V99 VALUE ZERO.
002220 77  WS-VALOR-MORA            PIC 9(10)V99 VALUE ZERO.
002230 77  WS-VALOR-ENCARGOS        PIC 9(10)V99 VALUE ZERO.
002240 77  WS-VALOR-COBRADO         PIC 9(10)V99 VALUE ZERO.
002250 77  WS-MOTIVO-ATRASO         PIC X(30) VALUE SPACES.
002251*-----------------------------------------------------------
002252* SAVE AREA OF THE CONTRACT WHILE 3100 MARKS IT. MUST MATCH
002253* THE EMPREST-RECORD LENGTH (95 BYTES).
002254*-----------------------------------------------------------
002255 01  WS-REG-CONTRATO          PIC X(95) VALUE SPACES.
002260*-----------------------------------------------------------
002270* WORK FIELDS AND RUN COUNTERS
002280*-----------------------------------------------------------
002290 77  WS-LIMITE-DISPONIVEL     PIC S9(10)V99 VALUE ZERO.
002300 77  WS-TOTAL-BLOQUEADO       PIC 9(10)V99 VALUE ZERO.
002310 77  WS-QTDE-CONTRATOS-LIDOS  PIC 9(07) COMP VALUE ZERO.
002320 77  WS-QTDE-PARCELAS-PAGAS   PIC 9(07) COMP VALUE ZERO.
002330 77  WS-QTDE-PARCELAS-ATRASO  PIC 9(07) COMP VALUE ZERO.
002340 77  WS-ULTIMO-CONTRATO       PIC 9(06) VALUE ZERO.
002350*-----------------------------------------------------------
002360* ARREARS REPORT LINE LAYOUTS
002370*-----------------------------------------------------------
002380 01  WS-CABECALHO-1.
002390     05  FILLER                   PIC X(47)
002400         VALUE "BANCO DMOURA - PARCELAS DE EMPRESTIMO EM ATRASO".
002410 01  WS-CABECALHO-2.
002420     05  FILLER                   PIC X(06) VALUE "DATA: ".
002430     05  WS-CAB-DATA              PIC 9(08).
002440 01  WS-CABECALHO-3.
002450     05  FILLER                   PIC X(08) VALUE "CONTR.  ".
002460     05  FILLER                   PIC X(10) VALUE "CONTA".
002470     05  FILLER                   PIC X(06) VALUE "PARC".
002480     05  FILLER                   PIC X(10) VALUE "VENCTO".
002490     05  FILLER                   PIC X(07) VALUE " DIAS  ".
002500     05  FILLER                   PIC X(15)
002502         VALUE "      PARCELA  ".
002510     05  FILLER                   PIC X(15)
002512         VALUE "     ENCARGOS  ".
002520     05  FILLER                   PIC X(15)
002522         VALUE "        TOTAL  ".
002540     05  FILLER                   PIC X(30) VALUE "MOTIVO".
002550 01  WS-LINHA-ATRASO.
002560     05  WS-LA-CONTRATO           PIC 9(06).
002570     05  FILLER                   PIC X(02) VALUE SPACES.
002580     05  WS-LA-CONTA              PIC 9(08).
002590     05  FILLER                   PIC X(02) VALUE SPACES.
002600     05  WS-LA-PARCELA            PIC ZZ9.
002610     05  FILLER                   PIC X(03) VALUE SPACES.
002620     05  WS-LA-VENCIMENTO         PIC 9(08).
002630     05  FILLER                   PIC X(02) VALUE SPACES.
002640     05  WS-LA-DIAS               PIC ZZZZ9.
002650     05  FILLER                   PIC X(02) VALUE SPACES.
002660     05  WS-LA-VALOR              PIC Z(09)9.99.
002670     05  FILLER                   PIC X(02) VALUE SPACES.
002680     05  WS-LA-ENCARGOS           PIC Z(09)9.99.
002690     05  FILLER                   PIC X(02) VALUE SPACES.
002700     05  WS-LA-TOTAL              PIC Z(09)9.99.
002710     05  FILLER                   PIC X(02) VALUE SPACES.
002720     05  WS-LA-MOTIVO             PIC X(30).
002730 01  WS-LINHA-RESUMO.
002740     05  FILLER                   PIC X(30)
002750         VALUE "PARCELAS PAGAS NESTA DATA   : ".
002760     05  WS-LRS-PAGAS             PIC ZZ,ZZ9.
002770 01  WS-LINHA-RESUMO-2.
002780     05  FILLER                   PIC X(30)
002790         VALUE "PARCELAS EM ATRASO LISTADAS : ".
002800     05  WS-LRS-ATRASO            PIC ZZ,ZZ9.
002810
002820 PROCEDURE DIVISION.
002830*-----------------------------------------------------------
002840* 0000-MAINLINE
002850* READS EVERY LOAN CONTRACT AND DEBITS THE INSTALLMENTS
002860* DUE, THEN PRINTS THE ARREARS SUMMARY.
002870*-----------------------------------------------------------
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002900     IF WS-JA-PROCESSADO
002910         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002920         GOBACK
002930     END-IF.
002940     PERFORM 2000-PROCESSAR-CONTRATO THRU 2000-EXIT
002950         UNTIL WS-FIM-DOS-CONTRATOS.
002951     IF WS-FALHA-JORNAL
002952         DISPLAY "EMPBAT INTERROMPIDO POR FALHA NO JORNAL. O "
002953             "RUN-CONTROL FICA EM EXECUCAO PARA O REINICIO."
002954         CLOSE ARREARS-REPORT
002955         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002956         GOBACK
002957     END-IF.
002960     PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-EXIT.
002970     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002980     GOBACK.
002990*-----------------------------------------------------------
003000* 1000-INITIALIZE
003010* OPENS THE FILES (AN EMPTY CONTRACT FILE IS CREATED ON
003020* FIRST USE, SO THE CHAIN RUNS BEFORE THE FIRST LOAN),
003030* CAPTURES THE RUN DATE AND POSITIONS THE CONTRACT FILE AT
003035* ITS FIRST RECORD (OR AFTER THE CHECKPOINT).
003040*-----------------------------------------------------------
003050 1000-INITIALIZE.
003060     OPEN I-O LOAN-CONTRACTS.
003070     IF WS-EMPREST-NOT-OPEN
003080         OPEN OUTPUT LOAN-CONTRACTS
003090         CLOSE LOAN-CONTRACTS
003100         OPEN I-O LOAN-CONTRACTS
003105     END-IF.
003110     OPEN I-O CUSTOMER-MASTER.
003120     IF WS-CUSTMAST-NOT-OPEN
003130         DISPLAY "CUSTMAST NAO ENCONTRADO. EMPBAT ABORTADO."
003140         CLOSE LOAN-CONTRACTS
003150         GOBACK
003160     END-IF.
003170     OPEN I-O TRANSACTION-JOURNAL.
003180     IF WS-TRANJRNL-NOT-OPEN
003190         OPEN OUTPUT TRANSACTION-JOURNAL
003200         CLOSE TRANSACTION-JOURNAL
003210         OPEN I-O TRANSACTION-JOURNAL
003220     END-IF.
003230     OPEN INPUT HOLDS-FILE.
003240     IF WS-BLOQVAL-OK
003250         SET WS-BLOQVAL-ABERTO TO TRUE
003260     END-IF.
003270     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
003280     ACCEPT WS-HORA-ATUAL FROM TIME.
003290     PERFORM 1050-OBTER-DATA THRU 1050-EXIT.
003300     MOVE WS-DATA-ATUAL TO WS-DSER-DATA.
003310     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
003320     MOVE WS-DSER-DIAS TO WS-DIAS-HOJE.
003330     PERFORM 7500-ABRIR-RUNCTL THRU 7500-EXIT.
003340     PERFORM 7600-INICIAR-RUNCTL THRU 7600-EXIT.
003350     IF WS-JA-PROCESSADO
003360         GO TO 1000-EXIT
003370     END-IF.
003380     IF WS-REINICIO
003390         OPEN EXTEND ARREARS-REPORT
003400         IF WS-EMPATR-NOT-OPEN
003410             OPEN OUTPUT ARREARS-REPORT
003420             SET WS-RELATORIO-NOVO TO TRUE
003430         END-IF
003440     ELSE
003450         OPEN OUTPUT ARREARS-REPORT
003460         SET WS-RELATORIO-NOVO TO TRUE
003470     END-IF.
003480     IF NOT WS-EMPATR-OK
003490         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO EMPATR."
003500         CLOSE LOAN-CONTRACTS
003510         CLOSE CUSTOMER-MASTER
003520         CLOSE TRANSACTION-JOURNAL
003530         CLOSE RUN-CONTROL
003532         IF WS-BLOQVAL-ABERTO
003534             CLOSE HOLDS-FILE
003536         END-IF
003540         GOBACK
003550     END-IF.
003560     MOVE WS-DATA-ATUAL TO WS-CAB-DATA.
003570     IF WS-RELATORIO-NOVO
003580         WRITE EMPATR-LINE FROM WS-CABECALHO-1
003590         WRITE EMPATR-LINE FROM WS-CABECALHO-2
003600         WRITE EMPATR-LINE FROM WS-CABECALHO-3
003610     END-IF.
003620     IF WS-REINICIO
003630         MOVE RC-CHECKPOINT-KEY TO EP-CONTRATO
003640         START LOAN-CONTRACTS KEY IS GREATER THAN
003650             EP-CONTRATO
003660             INVALID KEY
003670                 SET WS-FIM-DOS-CONTRATOS TO TRUE
003680         END-START
003690     ELSE
003700         MOVE LOW-VALUES TO EP-CONTRATO
003710         START LOAN-CONTRACTS KEY IS NOT LESS THAN
003720             EP-CONTRATO
003730             INVALID KEY
003740                 SET WS-FIM-DOS-CONTRATOS TO TRUE
003750         END-START
003760     END-IF.
003770     IF NOT WS-FIM-DOS-CONTRATOS
003780         READ LOAN-CONTRACTS NEXT RECORD
003790             AT END
003800                 SET WS-FIM-DOS-CONTRATOS TO TRUE
003810         END-READ
003820     END-IF.
003830 1000-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------
003860* 2000-PROCESSAR-CONTRATO
003870* DEBITS, IN ORDER, EVERY INSTALLMENT OF AN ACTIVE
003880* CONTRACT DUE UP TO THE BUSINESS DATE. THE FIRST ONE THAT
003890* CANNOT BE PAID STOPS THE CONTRACT AND SENDS IT AND THE
003900* LATER ONES ALREADY DUE TO THE ARREARS REPORT. THEN
003910* ADVANCES TO THE NEXT CONTRACT.
003920*-----------------------------------------------------------
003930 2000-PROCESSAR-CONTRATO.
003940     ADD 1 TO WS-QTDE-CONTRATOS-LIDOS.
003950     IF NOT EP-CONTRATO-ATIVO
003960         GO TO 2000-LER-PROXIMO
003970     END-IF.
003980     MOVE "N" TO WS-PARCELA-SW.
003990     MOVE EP-DATA-CONTRATACAO TO WS-VENC-BASE.
004000     MOVE EP-DIA-VENCIMENTO   TO WS-VENC-DIA-BASE.
004010     COMPUTE WS-PARCELA-NUMERO = EP-QTDE-PAGAS + 1.
004020     PERFORM 5400-CALCULAR-VENCIMENTO THRU 5400-EXIT.
004030     PERFORM 3000-COBRAR-PARCELA THRU 3000-EXIT
004040         UNTIL NOT EP-CONTRATO-ATIVO
004050         OR WS-PARCELA-RECUSADA
004055         OR WS-FALHA-JORNAL
004060         OR WS-VENC-DATA > WS-DATA-ATUAL.
004062     IF WS-FALHA-JORNAL
004064         SET WS-FIM-DOS-CONTRATOS TO TRUE
004066         GO TO 2000-EXIT
004068     END-IF.
004070     IF WS-PARCELA-RECUSADA
004080         MOVE EP-SALDO-DEVEDOR TO WS-SALDO-CALCULO
004090         PERFORM 7000-GRAVAR-ATRASO THRU 7000-EXIT
004100             UNTIL WS-PARCELA-NUMERO > EP-PRAZO
004110             OR WS-VENC-DATA > WS-DATA-ATUAL
004120     END-IF.
004130     MOVE EP-CONTRATO TO WS-ULTIMO-CONTRATO.
004140     PERFORM 7700-GRAVAR-CHECKPOINT THRU 7700-EXIT.
004150 2000-LER-PROXIMO.
004160     READ LOAN-CONTRACTS NEXT RECORD
004170         AT END
004180             SET WS-FIM-DOS-CONTRATOS TO TRUE
004190     END-READ.
004200 2000-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------
004230* 3000-COBRAR-PARCELA
004240* DEBITS INSTALLMENT WS-PARCELA-NUMERO (WITH ITS LATE
004250* CHARGES WHEN PAID AFTER THE DUE DATE) FROM THE CONTRACT
004260* ACCOUNT, UNDER THE SAME FUNDS CHECK AS ORDBAT. AN
004270* INSTALLMENT THAT CANNOT BE PAID SETS WS-PARCELA-RECUSADA
004280* WITH THE REASON IN WS-MOTIVO-ATRASO.
004285* THE JOURNAL IS WRITTEN FIRST; ITS FAILURE STOPS THE RUN.
004286* WHEN THE DEBIT CANNOT BE REWRITTEN THE PE IS TAKEN OFF
004287* THE JOURNAL AGAIN.
004288* A CONTRACT THAT CANNOT BE MARKED REFUSES THE INSTALLMENT.
004290*-----------------------------------------------------------
004300 3000-COBRAR-PARCELA.
004310     MOVE EP-SALDO-DEVEDOR TO WS-SALDO-CALCULO.
004320     PERFORM 5500-CALCULAR-PARCELA THRU 5500-EXIT.
004330     PERFORM 5600-CALCULAR-ENCARGOS THRU 5600-EXIT.
004340     COMPUTE WS-VALOR-COBRADO =
004350         WS-PARCELA-VALOR + WS-VALOR-ENCARGOS.
004360     MOVE EP-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
004370     READ CUSTOMER-MASTER
004380         INVALID KEY
004390             MOVE "CONTA NAO ENCONTRADA" TO WS-MOTIVO-ATRASO
004400             SET WS-PARCELA-RECUSADA TO TRUE
004410             GO TO 3000-EXIT
004420     END-READ.
004430     IF NOT CM-CONTA-ATIVA
004440         MOVE "CONTA BLOQUEADA/ENCERRADA" TO WS-MOTIVO-ATRASO
004450         SET WS-PARCELA-RECUSADA TO TRUE
004460         GO TO 3000-EXIT
004470     END-IF.
004480     PERFORM 6000-CALCULAR-DISPONIVEL THRU 6000-EXIT.
004490     IF WS-VALOR-COBRADO > WS-LIMITE-DISPONIVEL
004500         MOVE "SALDO INSUFICIENTE" TO WS-MOTIVO-ATRASO
004510         SET WS-PARCELA-RECUSADA TO TRUE
004520         GO TO 3000-EXIT
004530     END-IF.
004540     COMPUTE CM-BALANCE = CM-BALANCE - WS-VALOR-COBRADO.
004541     MOVE "PE" TO TJ-TRANS-TYPE.
004542     MOVE WS-VALOR-COBRADO TO TJ-TRANS-AMOUNT.
004543     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
004544     IF WS-FALHA-JORNAL
004545         GO TO 3000-EXIT
004546     END-IF.
004550     REWRITE CUSTMAST-RECORD
004560         INVALID KEY
004565             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
004570             MOVE "ERRO AO ATUALIZAR CADASTRO" TO WS-MOTIVO-ATRASO
004580             SET WS-PARCELA-RECUSADA TO TRUE
004590             GO TO 3000-EXIT
004600     END-REWRITE.
004610     PERFORM 3100-MARCAR-CONTRATO THRU 3100-EXIT.
004620     IF WS-PARCELA-RECUSADA OR WS-FALHA-JORNAL
004630         GO TO 3000-EXIT
004640     END-IF.
004650     ADD 1 TO WS-QTDE-PARCELAS-PAGAS.
004660     ADD 1 TO WS-PARCELA-NUMERO.
004670     PERFORM 5400-CALCULAR-VENCIMENTO THRU 5400-EXIT.
004680 3000-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------
004710* 3100-MARCAR-CONTRATO
004720* RECORDS THE PAID INSTALLMENT ON THE CONTRACT THE MOMENT
004730* THE DEBIT STANDS ON THE CUSTOMER MASTER, SO A CRASH
004740* BEFORE THE CHECKPOINT NEVER DEBITS IT AGAIN ON RESTART.
004750* THE LAST INSTALLMENT MARKS THE CONTRACT QUITADO.
004755* A CONTRACT THAT CANNOT BE REWRITTEN UNDOES THE DEBIT (3150).
004760*-----------------------------------------------------------
004770 3100-MARCAR-CONTRATO.
004775     MOVE EMPREST-RECORD TO WS-REG-CONTRATO.
004780     ADD 1 TO EP-QTDE-PAGAS.
004790     SUBTRACT WS-PARCELA-AMORT FROM EP-SALDO-DEVEDOR.
004800     MOVE WS-DATA-ATUAL TO EP-DATA-ULTIMO-PAGTO.
004810     IF EP-QTDE-PAGAS NOT < EP-PRAZO
004820         MOVE ZERO TO EP-SALDO-DEVEDOR
004830         MOVE "Q"  TO EP-STATUS
004840     END-IF.
004850     REWRITE EMPREST-RECORD
004860         INVALID KEY
004870             DISPLAY "ERRO AO MARCAR O CONTRATO "
004880                 EP-CONTRATO ". STATUS: "
004890                 WS-EMPREST-STATUS
004895             PERFORM 3150-DESFAZER-DEBITO THRU 3150-EXIT
004900     END-REWRITE.
004910 3100-EXIT.
004920     EXIT.
004921*-----------------------------------------------------------
004922* 3150-DESFAZER-DEBITO
004923* PUTS THE INSTALLMENT BACK ON THE CUSTOMER MASTER AND TAKES
004924* THE PE OFF THE JOURNAL WHEN THE CONTRACT COULD NOT BE
004925* MARKED, SO THE INSTALLMENT IS REFUSED LIKE ANY OTHER AND
004926* CHARGED AGAIN ON A LATER NIGHT. AN UNDO THAT FAILS STOPS
004927* THE RUN WITHOUT A CHECKPOINT.
004928*-----------------------------------------------------------
004929 3150-DESFAZER-DEBITO.
004930     MOVE WS-REG-CONTRATO TO EMPREST-RECORD.
004931     MOVE EP-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
004932     READ CUSTOMER-MASTER
004933         INVALID KEY
004934             DISPLAY "ERRO GRAVE NO ESTORNO DA PARCELA. STATUS: "
004935                 WS-CUSTMAST-STATUS
004936             SET WS-FALHA-JORNAL TO TRUE
004937             GO TO 3150-EXIT
004938     END-READ.
004939     ADD WS-VALOR-COBRADO TO CM-BALANCE.
004940     REWRITE CUSTMAST-RECORD
004941         INVALID KEY
004942             DISPLAY "ERRO GRAVE NO ESTORNO DA PARCELA. STATUS: "
004943                 WS-CUSTMAST-STATUS
004944             SET WS-FALHA-JORNAL TO TRUE
004945             GO TO 3150-EXIT
004946     END-REWRITE.
004947     PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT.
004948     MOVE "ERRO AO ATUALIZAR CONTRATO" TO WS-MOTIVO-ATRASO.
004949     SET WS-PARCELA-RECUSADA TO TRUE.
004950 3150-EXIT.
004951     EXIT.
004960*-----------------------------------------------------------
004962* 5000-GRAVAR-JORNAL
004964* APPENDS ONE MOVEMENT TO THE TRANSACTION JOURNAL FOR THE
004966* ACCOUNT CURRENTLY IN THE CUSTMAST RECORD AREA. THE
004968* CALLER SETS TJ-TRANS-TYPE AND TJ-TRANS-AMOUNT.
004970* A MOVEMENT THAT CANNOT BE NUMBERED OR WRITTEN SETS
004972* WS-FALHA-JORNAL.
004974*-----------------------------------------------------------
004990 5000-GRAVAR-JORNAL.
005000     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
005010     MOVE WS-HORA-ATUAL        TO TJ-TRANS-TIME.
005020     MOVE CM-ACCOUNT-NUMBER    TO TJ-ACCOUNT-NUMBER.
005030     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
005040     MOVE "EMPB"               TO TJ-OPERATOR-ID.
005050     MOVE SPACES               TO TJ-ESTORNO-REF.
005055     MOVE CM-AGENCIA           TO TJ-AGENCIA.
005056     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
005057     IF TJ-SEQUENCIA = ZERO
005058         GO TO 5000-EXIT
005059     END-IF.
005060     WRITE TRANJRNL-RECORD
005062         INVALID KEY
005064             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
005066                 WS-TRANJRNL-STATUS
005067             SET WS-FALHA-JORNAL TO TRUE
005068     END-WRITE.
005070 5000-EXIT.
005071     EXIT.
005072*-----------------------------------------------------------
005073* 5050-NUMERAR-MOVIMENTO
005074* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
005075* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
005076* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
005077* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
005078* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
005079*-----------------------------------------------------------
005080 5050-NUMERAR-MOVIMENTO.
005081     MOVE ZERO TO TJ-SEQUENCIA.
005088     OPEN I-O JOURNAL-SEQUENCE.
005089     IF WS-TJSEQ-NOT-OPEN
005090         OPEN OUTPUT JOURNAL-SEQUENCE
005091         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
005092         MOVE SPACES TO TS-FILLER
005093         WRITE TJSEQ-RECORD
005094         CLOSE JOURNAL-SEQUENCE
005095         OPEN I-O JOURNAL-SEQUENCE
005096     END-IF.
005097     IF NOT WS-TJSEQ-OK
005098         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
005099         SET WS-FALHA-JORNAL TO TRUE
005100         GO TO 5050-EXIT
005101     END-IF.
005102     READ JOURNAL-SEQUENCE
005103         AT END
005104             CONTINUE
005105     END-READ.
005106     IF WS-TJSEQ-OK
005107         ADD 1 TO TS-ULTIMA-SEQUENCIA
005108         REWRITE TJSEQ-RECORD
005109     END-IF.
005110     IF NOT WS-TJSEQ-OK
005111         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
005112             WS-TJSEQ-STATUS
005113         SET WS-FALHA-JORNAL TO TRUE
005114         CLOSE JOURNAL-SEQUENCE
005115         GO TO 5050-EXIT
005116     END-IF.
005117     CLOSE JOURNAL-SEQUENCE.
005118     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
005119 5050-EXIT.
005120     EXIT.
005121*-----------------------------------------------------------
005122* 5060-ANULAR-MOVIMENTO
005123* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
005124* TJ-SEQUENCIA, WHEN THE ACCOUNT IT BELONGS TO COULD NOT BE
005125* POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED. A MOVEMENT
005126* THAT CANNOT BE DELETED SETS WS-FALHA-JORNAL.
005127*-----------------------------------------------------------
005128 5060-ANULAR-MOVIMENTO.
005129     DELETE TRANSACTION-JOURNAL RECORD
005130         INVALID KEY
005131             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
005132                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
005133             SET WS-FALHA-JORNAL TO TRUE
005134     END-DELETE.
005135 5060-EXIT.
005136     EXIT.
005140*-----------------------------------------------------------
005142* 5400-CALCULAR-VENCIMENTO
005144* DUE DATE OF INSTALLMENT WS-PARCELA-NUMERO: THE CONTRACT
005146* MONTH PLUS THAT MANY MONTHS, ON THE CONTRACT DAY OR ON
005148* THE LAST DAY OF A SHORTER MONTH (LEAP YEARS INCLUDED).
005150* RESULT IN WS-VENC-DATA.
005152*-----------------------------------------------------------
005160 5400-CALCULAR-VENCIMENTO.
005170     COMPUTE WS-VENC-MESES =
005180         WS-VENC-BASE-MES - 1 + WS-PARCELA-NUMERO.
005190     DIVIDE WS-VENC-MESES BY 12
005200         GIVING WS-VENC-ANOS REMAINDER WS-VENC-RESTO.
005210     COMPUTE WS-VENC-ANO = WS-VENC-BASE-ANO + WS-VENC-ANOS.
005220     COMPUTE WS-VENC-MES = WS-VENC-RESTO + 1.
005230     MOVE WS-DIAS-NO-MES (WS-VENC-MES) TO WS-ULTIMO-DIA-MES.
005240     IF WS-VENC-MES = 2
005250         DIVIDE WS-VENC-ANO BY 4
005260             GIVING WS-ANO-QUOCIENTE
005270             REMAINDER WS-ANO-RESTO-4
005280         DIVIDE WS-VENC-ANO BY 100
005290             GIVING WS-ANO-QUOCIENTE
005300             REMAINDER WS-ANO-RESTO-100
005310         DIVIDE WS-VENC-ANO BY 400
005320             GIVING WS-ANO-QUOCIENTE
005330             REMAINDER WS-ANO-RESTO-400
005340         IF WS-ANO-RESTO-4 = ZERO
005350             AND (WS-ANO-RESTO-100 NOT = ZERO
005360             OR WS-ANO-RESTO-400 = ZERO)
005370             MOVE 29 TO WS-ULTIMO-DIA-MES
005380         END-IF
005390     END-IF.
005400     IF WS-VENC-DIA-BASE > WS-ULTIMO-DIA-MES
005410         MOVE WS-ULTIMO-DIA-MES TO WS-VENC-DIA
005420     ELSE
005430         MOVE WS-VENC-DIA-BASE TO WS-VENC-DIA
005440     END-IF.
005450 5400-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------
005480* 5500-CALCULAR-PARCELA
005490* SPLITS INSTALLMENT WS-PARCELA-NUMERO INTO INTEREST ON
005500* WS-SALDO-CALCULO AND AMORTIZATION, AS THE EMPMNT
005510* SCHEDULE DOES. THE LAST INSTALLMENT PAYS OFF THE REST.
005520*-----------------------------------------------------------
005530 5500-CALCULAR-PARCELA.
005540     COMPUTE WS-PARCELA-JUROS ROUNDED =
005550         WS-SALDO-CALCULO * EP-TAXA-MENSAL.
005560     IF WS-PARCELA-NUMERO NOT < EP-PRAZO
005570         MOVE WS-SALDO-CALCULO TO WS-PARCELA-AMORT
005580         COMPUTE WS-PARCELA-VALOR =
005590             WS-SALDO-CALCULO + WS-PARCELA-JUROS
005600     ELSE
005610         MOVE EP-VALOR-PARCELA TO WS-PARCELA-VALOR
005620         COMPUTE WS-PARCELA-AMORT =
005630             EP-VALOR-PARCELA - WS-PARCELA-JUROS
005640     END-IF.
005650 5500-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------
005680* 5600-CALCULAR-ENCARGOS
005690* LATE CHARGES OF AN INSTALLMENT DUE ON WS-VENC-DATA AND
005700* PAID (OR LISTED) ON THE BUSINESS DATE: THE MULTA ON THE
005710* INSTALLMENT PLUS EP-TAXA-MORA A MONTH FOR EACH DAY LATE
005720* OVER A 30-DAY MONTH. NOTHING WHEN PAID ON TIME.
005730*-----------------------------------------------------------
005740 5600-CALCULAR-ENCARGOS.
005750     MOVE ZERO TO WS-DIAS-ATRASO.
005760     MOVE ZERO TO WS-VALOR-MULTA.
005770     MOVE ZERO TO WS-VALOR-MORA.
005780     MOVE ZERO TO WS-VALOR-ENCARGOS.
005790     IF WS-VENC-DATA NOT < WS-DATA-ATUAL
005800         GO TO 5600-EXIT
005810     END-IF.
005820     MOVE WS-VENC-DATA TO WS-DSER-DATA.
005830     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
005840     COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOJE - WS-DSER-DIAS.
005850     COMPUTE WS-VALOR-MULTA ROUNDED =
005860         WS-PARCELA-VALOR * WS-PERC-MULTA.
005870     COMPUTE WS-VALOR-MORA ROUNDED =
005880         WS-PARCELA-VALOR * EP-TAXA-MORA * WS-DIAS-ATRASO / 30.
005890     COMPUTE WS-VALOR-ENCARGOS = WS-VALOR-MULTA + WS-VALOR-MORA.
005900 5600-EXIT.
005910     EXIT.
005920*-----------------------------------------------------------
005930* 7000-GRAVAR-ATRASO
005940* PRINTS ONE UNPAID INSTALLMENT ON THE ARREARS REPORT WITH
005950* THE LATE CHARGES IT CARRIES ON THE BUSINESS DATE, THEN
005960* PROJECTS THE BALANCE TO THE NEXT INSTALLMENT. THE
005970* REASON OF THE REFUSAL IS ALREADY IN WS-MOTIVO-ATRASO.
005980*-----------------------------------------------------------
005990 7000-GRAVAR-ATRASO.
006000     PERFORM 5500-CALCULAR-PARCELA THRU 5500-EXIT.
006010     PERFORM 5600-CALCULAR-ENCARGOS THRU 5600-EXIT.
006020     MOVE EP-CONTRATO        TO WS-LA-CONTRATO.
006030     MOVE EP-ACCOUNT-NUMBER  TO WS-LA-CONTA.
006040     MOVE WS-PARCELA-NUMERO  TO WS-LA-PARCELA.
006050     MOVE WS-VENC-DATA       TO WS-LA-VENCIMENTO.
006060     MOVE WS-DIAS-ATRASO     TO WS-LA-DIAS.
006070     MOVE WS-PARCELA-VALOR   TO WS-LA-VALOR.
006080     MOVE WS-VALOR-ENCARGOS  TO WS-LA-ENCARGOS.
006090     COMPUTE WS-LA-TOTAL = WS-PARCELA-VALOR + WS-VALOR-ENCARGOS.
006100     MOVE WS-MOTIVO-ATRASO   TO WS-LA-MOTIVO.
006110     WRITE EMPATR-LINE FROM WS-LINHA-ATRASO.
006120     ADD 1 TO WS-QTDE-PARCELAS-ATRASO.
006130     SUBTRACT WS-PARCELA-AMORT FROM WS-SALDO-CALCULO.
006140     ADD 1 TO WS-PARCELA-NUMERO.
006150     PERFORM 5400-CALCULAR-VENCIMENTO THRU 5400-EXIT.
006160 7000-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------
006190* 8000-IMPRIMIR-RESUMO
006200* PRINTS THE RUN COUNTS AT THE END OF THE REPORT.
006210*-----------------------------------------------------------
006220 8000-IMPRIMIR-RESUMO.
006230     MOVE WS-QTDE-PARCELAS-PAGAS  TO WS-LRS-PAGAS.
006240     WRITE EMPATR-LINE FROM WS-LINHA-RESUMO.
006250     MOVE WS-QTDE-PARCELAS-ATRASO TO WS-LRS-ATRASO.
006260     WRITE EMPATR-LINE FROM WS-LINHA-RESUMO-2.
006270 8000-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------
006300* 9000-FINALIZE
006310* CLOSES THE FILES AND DISPLAYS THE RUN SUMMARY.
006320*-----------------------------------------------------------
006330 9000-FINALIZE.
006340     PERFORM 7800-ENCERRAR-RUNCTL THRU 7800-EXIT.
006350     CLOSE ARREARS-REPORT.
006360     PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT.
006370     DISPLAY "EMPBAT - CONTRATOS LIDOS  : "
006380         WS-QTDE-CONTRATOS-LIDOS.
006390     DISPLAY "EMPBAT - PARCELAS PAGAS   : "
006400         WS-QTDE-PARCELAS-PAGAS.
006410     DISPLAY "EMPBAT - PARCELAS ATRASO  : "
006420         WS-QTDE-PARCELAS-ATRASO.
006430 9000-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------
006460* 9100-FECHAR-ARQUIVOS
006470* CLOSES THE FILES SHARED BY THE NORMAL AND REFUSED ENDS.
006480*-----------------------------------------------------------
006490 9100-FECHAR-ARQUIVOS.
006500     CLOSE LOAN-CONTRACTS.
006510     CLOSE CUSTOMER-MASTER.
006520     CLOSE TRANSACTION-JOURNAL.
006530     CLOSE RUN-CONTROL.
006540     IF WS-BLOQVAL-ABERTO
006550         CLOSE HOLDS-FILE
006560     END-IF.
006570 9100-EXIT.
006580     EXIT.
006590*-----------------------------------------------------------
006600* 7500-ABRIR-RUNCTL
006610* OPENS (OR CREATES ON FIRST USE) THE RUN-CONTROL FILE.
006620*-----------------------------------------------------------
006630 7500-ABRIR-RUNCTL.
006640     OPEN I-O RUN-CONTROL.
006650     IF WS-RUNCTL-NOT-OPEN
006660         OPEN OUTPUT RUN-CONTROL
006670         CLOSE RUN-CONTROL
006680         OPEN I-O RUN-CONTROL
006690     END-IF.
006700 7500-EXIT.
006710     EXIT.
006720*-----------------------------------------------------------
006730* 7600-INICIAR-RUNCTL
006740* REGISTERS THE RUN FOR THE BUSINESS DATE. A DATE ALREADY
006750* CONCLUIDO IS REFUSED SO NO INSTALLMENT IS DEBITED
006760* TWICE; A DATE LEFT EM EXECUCAO RESUMES AFTER THE LAST
006770* CHECKPOINTED CONTRACT WITH THE COUNTERS RESTORED.
006780*-----------------------------------------------------------
006790 7600-INICIAR-RUNCTL.
006800     MOVE "EMPBAT"      TO RC-JOB-NAME.
006810     MOVE WS-DATA-ATUAL TO RC-PROC-DATE.
006820     READ RUN-CONTROL
006830         INVALID KEY
006840             MOVE "E"           TO RC-RUN-STATUS
006850             MOVE WS-HORA-ATUAL TO RC-START-TIME
006860             MOVE ZERO          TO RC-END-TIME
006870             MOVE ZERO          TO RC-CHECKPOINT-KEY
006880             MOVE ZERO          TO RC-QTDE-LIDAS
006890             MOVE ZERO          TO RC-QTDE-PROCESSADAS
006900             MOVE ZERO          TO RC-QTDE-IGNORADAS
006910             MOVE SPACES        TO RC-FILLER
006920             WRITE RUNCTL-RECORD
006930         NOT INVALID KEY
006940             IF RC-CONCLUIDO
006950                 DISPLAY "EMPBAT JA PROCESSADO NA DATA "
006960                     WS-DATA-ATUAL ". EXECUCAO RECUSADA."
006970                 SET WS-JA-PROCESSADO TO TRUE
006980             ELSE
006990                 DISPLAY "REINICIANDO EMPBAT DA DATA "
007000                     WS-DATA-ATUAL " APOS O CONTRATO "
007010                     RC-CHECKPOINT-KEY
007020                 SET WS-REINICIO TO TRUE
007030                 MOVE RC-QTDE-LIDAS TO WS-QTDE-CONTRATOS-LIDOS
007040                 MOVE RC-QTDE-PROCESSADAS
007050                     TO WS-QTDE-PARCELAS-PAGAS
007060                 MOVE RC-QTDE-IGNORADAS
007070                     TO WS-QTDE-PARCELAS-ATRASO
007080             END-IF
007090     END-READ.
007100 7600-EXIT.
007110     EXIT.
007120*-----------------------------------------------------------
007130* 7700-GRAVAR-CHECKPOINT
007140* REWRITES THE RUN-CONTROL RECORD AFTER EVERY CONTRACT
007150* HANDLED.
007160*-----------------------------------------------------------
007170 7700-GRAVAR-CHECKPOINT.
007180     MOVE WS-ULTIMO-CONTRATO       TO RC-CHECKPOINT-KEY.
007190     MOVE WS-QTDE-CONTRATOS-LIDOS  TO RC-QTDE-LIDAS.
007200     MOVE WS-QTDE-PARCELAS-PAGAS   TO RC-QTDE-PROCESSADAS.
007210     MOVE WS-QTDE-PARCELAS-ATRASO  TO RC-QTDE-IGNORADAS.
007220     REWRITE RUNCTL-RECORD
007230         INVALID KEY
007240             DISPLAY "ERRO AO GRAVAR CHECKPOINT. STATUS: "
007250                 WS-RUNCTL-STATUS
007260     END-REWRITE.
007270 7700-EXIT.
007280     EXIT.
007290*-----------------------------------------------------------
007300* 7800-ENCERRAR-RUNCTL
007310* MARKS THE BUSINESS DATE AS CONCLUIDO WITH THE FINAL
007320* COUNTS AND END TIME.
007330*-----------------------------------------------------------
007340 7800-ENCERRAR-RUNCTL.
007350     MOVE "C"                      TO RC-RUN-STATUS.
007360     ACCEPT WS-HORA-ATUAL FROM TIME.
007370     MOVE WS-HORA-ATUAL            TO RC-END-TIME.
007380     MOVE WS-ULTIMO-CONTRATO       TO RC-CHECKPOINT-KEY.
007390     MOVE WS-QTDE-CONTRATOS-LIDOS  TO RC-QTDE-LIDAS.
007400     MOVE WS-QTDE-PARCELAS-PAGAS   TO RC-QTDE-PROCESSADAS.
007410     MOVE WS-QTDE-PARCELAS-ATRASO  TO RC-QTDE-IGNORADAS.
007420     REWRITE RUNCTL-RECORD
007430         INVALID KEY
007440             DISPLAY "ERRO AO ENCERRAR RUN-CONTROL. STATUS: "
007450                 WS-RUNCTL-STATUS
007460     END-REWRITE.
007470 7800-EXIT.
007480     EXIT.
007490*-----------------------------------------------------------
007500* 6000-CALCULAR-DISPONIVEL
007510* COMPUTES THE BALANCE AVAILABLE FOR THE DEBIT: CM-BALANCE
007520* PLUS CM-OVERDRAFT-LIMIT MINUS THE SUM OF THE ACCOUNTS
007530* ACTIVE JUDICIAL HOLDS ON BLOQVAL, AS IN ORDBAT. WHEN THE
007540* HOLDS FILE DOES NOT EXIST YET THE SUM IS ZERO. RESULT IN
007550* WS-LIMITE-DISPONIVEL.
007560*-----------------------------------------------------------
007570 6000-CALCULAR-DISPONIVEL.
007580     MOVE ZERO TO WS-TOTAL-BLOQUEADO.
007590     IF WS-BLOQVAL-ABERTO
007600         MOVE "N" TO WS-FIM-BLOQVAL-SW
007610         MOVE CM-ACCOUNT-NUMBER TO BV-ACCOUNT-NUMBER
007620         START HOLDS-FILE
007630             KEY IS NOT LESS THAN BV-ACCOUNT-NUMBER
007640             INVALID KEY
007650                 SET WS-FIM-DO-BLOQVAL TO TRUE
007660         END-START
007670         IF NOT WS-FIM-DO-BLOQVAL
007680             READ HOLDS-FILE NEXT RECORD
007690                 AT END
007700                     SET WS-FIM-DO-BLOQVAL TO TRUE
007710             END-READ
007720         END-IF
007730         PERFORM 6100-SOMAR-BLOQUEIO THRU 6100-EXIT
007740             UNTIL WS-FIM-DO-BLOQVAL
007750     END-IF.
007760     COMPUTE WS-LIMITE-DISPONIVEL =
007770         CM-BALANCE + CM-OVERDRAFT-LIMIT - WS-TOTAL-BLOQUEADO.
007780 6000-EXIT.
007790     EXIT.
007800 6100-SOMAR-BLOQUEIO.
007810     IF BV-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
007820         SET WS-FIM-DO-BLOQVAL TO TRUE
007830         GO TO 6100-EXIT
007840     END-IF.
007850     IF BV-BLOQUEIO-ATIVO
007860         ADD BV-AMOUNT TO WS-TOTAL-BLOQUEADO
007870     END-IF.
007880     READ HOLDS-FILE NEXT RECORD
007890         AT END
007900             SET WS-FIM-DO-BLOQVAL TO TRUE
007910     END-READ.
007920 6100-EXIT.
007930     EXIT.
007940*-----------------------------------------------------------
007950* 1050-OBTER-DATA
007960* TAKES THE BUSINESS DATE FROM THE DATAMOV DATE CARD WHEN
007970* THE NOTURNO CHAIN DRIVER LEFT ONE, OTHERWISE PROMPTS THE
007980* OPERATOR (ZEROS = TODAY).
007990*-----------------------------------------------------------
008000 1050-OBTER-DATA.
008010     MOVE "N" TO WS-CARTAO-SW.
008020     OPEN INPUT DATE-CARD.
008030     IF WS-DATAMOV-OK
008040         MOVE SPACES TO WS-CARTAO-LINHA
008050         READ DATE-CARD INTO WS-CARTAO-LINHA
008060             AT END
008070                 CONTINUE
008080         END-READ
008090         CLOSE DATE-CARD
008100         IF WS-CARTAO-DATA IS NUMERIC
008110             AND WS-CARTAO-DATA NOT = ZERO
008120             MOVE WS-CARTAO-DATA TO WS-DATA-ATUAL
008130             SET WS-DATA-DO-CARTAO TO TRUE
008140             DISPLAY "DATA DO MOVIMENTO TOMADA DO DATAMOV: "
008150                 WS-DATA-ATUAL
008160         END-IF
008170     END-IF.
008180     IF NOT WS-DATA-DO-CARTAO
008190         DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ZEROS = HOJE): "
008200         ACCEPT WS-DATA-ATUAL
008210         IF WS-DATA-ATUAL = ZERO
008220             MOVE WS-DATA-SISTEMA TO WS-DATA-ATUAL
008230         END-IF
008240     END-IF.
008250 1050-EXIT.
008260     EXIT.
008270*-----------------------------------------------------------
008280* 5300-CALCULAR-DIAS
008290* CONVERTS THE GREGORIAN DATE IN WS-DSER-DATA TO A DAY
008300* SERIAL IN WS-DSER-DIAS, AS IN BNCDM, SO THE DAYS LATE
008310* OF AN INSTALLMENT ARE A SUBTRACTION.
008320*-----------------------------------------------------------
008330 5300-CALCULAR-DIAS.
008340     COMPUTE WS-ANO-BASE = WS-DSER-ANO - 1.
008350     DIVIDE WS-ANO-BASE BY 4
008360         GIVING WS-QUOC-4 REMAINDER WS-RESTO-4.
008370     DIVIDE WS-ANO-BASE BY 100
008380         GIVING WS-QUOC-100 REMAINDER WS-RESTO-100.
008390     DIVIDE WS-ANO-BASE BY 400
008400         GIVING WS-QUOC-400 REMAINDER WS-RESTO-400.
008410     COMPUTE WS-DSER-DIAS = WS-DSER-ANO * 365
008420         + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
008430         + WS-DIAS-ACUMULADOS (WS-DSER-MES)
008440         + WS-DSER-DIA.
008450     IF WS-DSER-MES > 2
008460         DIVIDE WS-DSER-ANO BY 4
008470             GIVING WS-QUOC-4 REMAINDER WS-RESTO-4
008480         DIVIDE WS-DSER-ANO BY 100
008490             GIVING WS-QUOC-100 REMAINDER WS-RESTO-100
008500         DIVIDE WS-DSER-ANO BY 400
008510             GIVING WS-QUOC-400 REMAINDER WS-RESTO-400
008520         IF WS-RESTO-4 = ZERO
008530             AND (WS-RESTO-100 NOT = ZERO
008540             OR WS-RESTO-400 = ZERO)
008550             ADD 1 TO WS-DSER-DIAS
008560         END-IF
008570     END-IF.
008580 5300-EXIT.
008590     EXIT.
008600 END PROGRAM EMPBAT.
