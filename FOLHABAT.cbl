000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FOLHABAT.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - PAYROLL CREDIT BATCH.
000120*                  READS ONE EMPLOYER PAYROLL FILE FOLHA
000130*                  (ONE HEADER WITH THE EMPLOYER CNPJ, THE
000140*                  ACCOUNT TO DEBIT AND THE PAYMENT DATE,
000150*                  ONE DETAIL PER EMPLOYEE WITH CPF,
000160*                  ACCOUNT AND AMOUNT, ONE TRAILER WITH
000170*                  COUNT AND AMOUNT HASH). THE FILE IS
000180*                  FULLY VALIDATED AGAINST ITS TRAILER
000190*                  BEFORE ANYTHING POSTS. THE EMPLOYER IS
000200*                  DEBITED ONCE FOR THE TRAILER TOTAL
000210*                  (JOURNAL TYPE FD), SUBJECT TO FUNDS AND
000220*                  THE BLOQVAL HOLDS; EACH EMPLOYEE IS THEN
000230*                  CREDITED (JOURNAL TYPE FP) ONLY WHERE
000240*                  THE CPF ON THE FILE MATCHES
000250*                  CM-CUSTOMER-CPF OF THE TARGET ACCOUNT.
000260*                  REJECTED LINES GO TO THE RETURN FILE
000270*                  FOLHARET FOR THE EMPLOYER AND THEIR
000280*                  TOTAL IS CREDITED BACK TO THE DEBIT
000290*                  ACCOUNT AT THE END (FP, REFERENCE
000300*                  999999). THE RUN IS GOVERNED BY RUNCTL
000310*                  WITH CHECKPOINT/RESTART AFTER EACH
000320*                  DETAIL, SO A RERUN NEVER PAYS TWICE.
000322* 2026-10-15 CDM   EVERY JOURNAL MOVEMENT NOW CARRIES THE
000324*                  BRANCH (TJ-AGENCIA) OF THE ACCOUNT IT
000326*                  POSTS TO.
000327* 2026-10-15 CDM   THE JOURNAL IS INDEXED. EACH FD AND FP
000328*                  MOVEMENT TAKES ITS TJ-SEQUENCIA FROM TJSEQ
000329*                  AND THE RESTART CHECK READS THE JOURNAL IN
000330*                  POSTING (TJ-SEQUENCIA) ORDER.
000331* 2026-10-15 CDM   THE VALIDATION PASS NOW REFUSES A FILE WITH
000332*                  RECORDS AFTER THE TRAILER, A SECOND HEADER
000333*                  OR A DETAIL BEFORE THE HEADER, AND THE RUN
000334*                  STOPS ON A NON-NUMERIC BUSINESS DATE.
000335* 2026-10-15 CDM   A TJSEQ, JOURNAL OR REFUND FAILURE NOW STOPS
000336*                  THE RUN WITH RUNCTL LEFT EM EXECUCAO. EACH
000337*                  MOVEMENT IS JOURNALED FIRST AND DELETED AGAIN
000338*                  WHEN ITS ACCOUNT CANNOT BE REWRITTEN.
000339*-----------------------------------------------------------
000340* RUN CONTROL: ONE RUNCTL RECORD PER DEBIT ACCOUNT AND
000350* PAYMENT DATE - RC-JOB-NAME CARRIES THE 8-DIGIT DEBIT
000360* ACCOUNT NUMBER - SO EACH EMPLOYER ACCOUNT PAYS ONE
000370* PAYROLL FILE PER DATE. THE CHECKPOINT KEY COUNTS THE
000380* POSTING STEPS: STEP 1 IS THE EMPLOYER DEBIT, STEP N+1
000390* IS DETAIL N. A FILE REFUSED AT EMPLOYER LEVEL POSTS
000400* NOTHING AND LEAVES NO RUNCTL RECORD, SO THE CORRECTED
000410* FILE CAN BE SUBMITTED AGAIN THE SAME DAY.
000420*-----------------------------------------------------------
000430* RETURN MOTIVO CODES ON FOLHARET:
000440*   01 CONTA INEXISTENTE
000450*   02 CONTA ENCERRADA
000460*   03 CONTA BLOQUEADA
000470*   04 CPF NAO CONFERE COM O TITULAR DA CONTA
000480*   05 VALOR ZERADO
000490*   10 SALDO INSUFICIENTE NA CONTA DE DEBITO
000500*   11 CONTA DE DEBITO INEXISTENTE
000510*   12 CONTA DE DEBITO ENCERRADA
000520*   13 CONTA DE DEBITO BLOQUEADA
000530*   99 ERRO AO ATUALIZAR CADASTRO (INTERNAL)
000540* CODES 10 TO 13 REFUSE THE WHOLE FILE: THE HEADER OF
000550* FOLHARET IS MARKED R AND EVERY DETAIL IS RETURNED.
000560*-----------------------------------------------------------
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT PAYROLL-IN ASSIGN TO "FOLHA"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-FOLHA-STATUS.
000630     SELECT RETURN-FILE ASSIGN TO "FOLHARET"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FOLHARET-STATUS.
000660     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS CM-ACCOUNT-NUMBER
000700         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-CUSTMAST-STATUS.
000730     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000740         ORGANIZATION IS INDEXED
000742         ACCESS MODE IS DYNAMIC
000744         RECORD KEY IS TJ-SEQUENCIA
000746         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000750         FILE STATUS IS WS-TRANJRNL-STATUS.
000752     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000754         ORGANIZATION IS SEQUENTIAL
000756         FILE STATUS IS WS-TJSEQ-STATUS.
000760     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RC-KEY
000800         FILE STATUS IS WS-RUNCTL-STATUS.
000810     SELECT HOLDS-FILE ASSIGN TO "BLOQVAL"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS BV-HOLD-NUMBER
000850         ALTERNATE RECORD KEY IS BV-ACCOUNT-NUMBER
000860             WITH DUPLICATES
000870         FILE STATUS IS WS-BLOQVAL-STATUS.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  PAYROLL-IN
000920     LABEL RECORDS ARE STANDARD.
000930 01  FOLHA-RECORD             PIC X(80).
000940 FD  RETURN-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  FOLHARET-RECORD          PIC X(80).
000970 FD  CUSTOMER-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990     COPY CUSTMAST.
001000 FD  TRANSACTION-JOURNAL
001010     LABEL RECORDS ARE STANDARD.
001020     COPY TRANJRNL.
001022 FD  JOURNAL-SEQUENCE
001024     LABEL RECORDS ARE STANDARD.
001026     COPY TJSEQ.
001030 FD  RUN-CONTROL
001040     LABEL RECORDS ARE STANDARD.
001050     COPY RUNCTL.
001060 FD  HOLDS-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY BLOQVAL.
001090
001100 WORKING-STORAGE SECTION.
001110 01  WS-FILE-STATUSES.
001120     05  WS-FOLHA-STATUS          PIC X(02).
001130         88  WS-FOLHA-OK                 VALUE "00".
001140         88  WS-FOLHA-NOT-OPEN           VALUE "35".
001150     05  WS-FOLHARET-STATUS       PIC X(02).
001160         88  WS-FOLHARET-OK              VALUE "00".
001170         88  WS-FOLHARET-NOT-OPEN        VALUE "35".
001180     05  WS-CUSTMAST-STATUS       PIC X(02).
001190         88  WS-CUSTMAST-OK              VALUE "00".
001200         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
001210     05  WS-TRANJRNL-STATUS       PIC X(02).
001220         88  WS-TRANJRNL-OK              VALUE "00".
001230         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001232     05  WS-TJSEQ-STATUS          PIC X(02).
001234         88  WS-TJSEQ-OK                 VALUE "00".
001236         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
001240     05  WS-RUNCTL-STATUS         PIC X(02).
001250         88  WS-RUNCTL-OK                VALUE "00".
001260         88  WS-RUNCTL-NOT-OPEN          VALUE "35".
001270     05  WS-BLOQVAL-STATUS        PIC X(02).
001280         88  WS-BLOQVAL-OK               VALUE "00".
001290         88  WS-BLOQVAL-NOT-OPEN         VALUE "35".
001300 01  WS-SWITCHES.
001310     05  WS-EOF-ENTRADA-SW        PIC X(01) VALUE "N".
001320         88  WS-FIM-DA-ENTRADA           VALUE "S".
001330     05  WS-ARQUIVO-VALIDO-SW     PIC X(01) VALUE "S".
001340         88  WS-ARQUIVO-VALIDO           VALUE "S".
001350     05  WS-TEM-HEADER-SW         PIC X(01) VALUE "N".
001360         88  WS-TEM-HEADER               VALUE "S".
001370     05  WS-TEM-TRAILER-SW        PIC X(01) VALUE "N".
001380         88  WS-TEM-TRAILER              VALUE "S".
001390     05  WS-JA-PROCESSADO-SW      PIC X(01) VALUE "N".
001400         88  WS-JA-PROCESSADO            VALUE "S".
001410     05  WS-REINICIO-SW           PIC X(01) VALUE "N".
001420         88  WS-REINICIO                 VALUE "S".
001423     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
001426         88  WS-FALHA-JORNAL             VALUE "S".
001430     05  WS-RELATORIO-NOVO-SW     PIC X(01) VALUE "N".
001440         88  WS-RELATORIO-NOVO           VALUE "S".
001450     05  WS-ITEM-POSTADO-SW       PIC X(01) VALUE "N".
001460         88  WS-ITEM-POSTADO             VALUE "S".
001470     05  WS-EMPREGADOR-SW         PIC X(01) VALUE "S".
001480         88  WS-EMPREGADOR-ACEITO        VALUE "S".
001490         88  WS-EMPREGADOR-RECUSADO      VALUE "N".
001500     05  WS-DEBITO-FEITO-SW       PIC X(01) VALUE "N".
001510         88  WS-DEBITO-FEITO             VALUE "S".
001520     05  WS-DEVOLUCAO-FEITA-SW    PIC X(01) VALUE "N".
001530         88  WS-DEVOLUCAO-FEITA          VALUE "S".
001540     05  WS-NESTA-FOLHA-SW        PIC X(01) VALUE "N".
001550         88  WS-NESTA-FOLHA              VALUE "S".
001560     05  WS-FIM-BLOQVAL-SW        PIC X(01) VALUE "N".
001570         88  WS-FIM-DO-BLOQVAL           VALUE "S".
001580     05  WS-BLOQVAL-ABERTO-SW     PIC X(01) VALUE "N".
001590         88  WS-BLOQVAL-ABERTO           VALUE "S".
001600     05  WS-EOF-RET-SW            PIC X(01) VALUE "N".
001610         88  WS-FIM-DO-RETORNO           VALUE "S".
001620     05  WS-EOF-JORNAL-SW         PIC X(01) VALUE "N".
001630         88  WS-FIM-DO-JORNAL            VALUE "S".
001640*-----------------------------------------------------------
001650* BUSINESS PROCESSING DATE (PROMPTED, ZEROS MEANS TODAY),
001660* THE WALL-CLOCK DATE/TIME AND THE EMPLOYER DATA TAKEN
001670* FROM THE FOLHA HEADER AND TRAILER.
001680*-----------------------------------------------------------
001690 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
001700 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001710 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001720 77  WS-CNPJ-EMPREGADOR       PIC 9(14) VALUE ZERO.
001730 77  WS-CONTA-EMPREGADOR      PIC 9(08) VALUE ZERO.
001740 77  WS-DATA-PAGAMENTO        PIC 9(08) VALUE ZERO.
001750 77  WS-TOTAL-FOLHA           PIC 9(13)V99 VALUE ZERO.
001760 77  WS-MAXIMO-LANCAMENTO     PIC 9(13)V99
001770                                  VALUE 9999999999.99.
001780 77  WS-MAXIMO-DETALHES       PIC 9(09) VALUE 999998.
001790 77  WS-MOTIVO-EMPREGADOR     PIC X(02) VALUE SPACES.
001800 77  WS-DESC-EMPREGADOR       PIC X(25) VALUE SPACES.
001810*-----------------------------------------------------------
001820* COUNTERS AND CONTROL TOTALS. THE VALIDATION PASS PROVES
001830* THE TRAILER BEFORE ANYTHING POSTS; THE POSTING PASS
001840* FEEDS THE RUNCTL CHECKPOINT; THE RETURN TOTALS GO ON
001850* THE FOLHARET TRAILER AND BACK TO THE EMPLOYER.
001860*-----------------------------------------------------------
001870 77  WS-QTDE-VALIDADOS        PIC 9(09) COMP VALUE ZERO.
001880 77  WS-HASH-VALIDACAO        PIC 9(13)V99 VALUE ZERO.
001890 77  WS-QTDE-LIDOS            PIC 9(07) COMP VALUE ZERO.
001900 77  WS-QTDE-CREDITADOS       PIC 9(07) COMP VALUE ZERO.
001910 77  WS-TOTAL-CREDITADO       PIC 9(13)V99 VALUE ZERO.
001920 77  WS-QTDE-RECUSADOS        PIC 9(07) COMP VALUE ZERO.
001930 77  WS-HASH-RECUSADOS        PIC 9(13)V99 VALUE ZERO.
001940 77  WS-QTDE-RECONSTRUIDAS    PIC 9(07) COMP VALUE ZERO.
001950 77  WS-NUM-DETALHE           PIC 9(08) COMP VALUE ZERO.
001960 77  WS-ETAPA                 PIC 9(08) VALUE ZERO.
001970 77  WS-QTDE-PULAR            PIC 9(08) VALUE ZERO.
001980 77  WS-ETAPA-JORNAL          PIC 9(08) VALUE ZERO.
001990 77  WS-ETAPA-RETORNO         PIC 9(08) VALUE ZERO.
002000 77  WS-REF-DETALHE           PIC 9(06) VALUE ZERO.
002010 77  WS-LIMITE-DISPONIVEL     PIC S9(10)V99 VALUE ZERO.
002020 77  WS-TOTAL-BLOQUEADO       PIC 9(10)V99 VALUE ZERO.
002030*-----------------------------------------------------------
002040* INBOUND RECORD AREA AND ITS HEADER/DETAIL/TRAILER VIEWS
002050*-----------------------------------------------------------
002060 01  WS-ENT-AREA.
002070     05  WS-ENT-REGISTRO          PIC X(80).
002080     05  WS-ENT-HEADER REDEFINES WS-ENT-REGISTRO.
002090         10  WS-EH-TIPO-REG       PIC X(01).
002100         10  WS-EH-CNPJ           PIC 9(14).
002110         10  WS-EH-CONTA-DEBITO   PIC 9(08).
002120         10  WS-EH-DATA-PAGTO     PIC 9(08).
002130         10  FILLER               PIC X(49).
002140     05  WS-ENT-DETALHE REDEFINES WS-ENT-REGISTRO.
002150         10  WS-ED-TIPO-REG       PIC X(01).
002160         10  WS-ED-CPF            PIC 9(11).
002170         10  WS-ED-CONTA          PIC 9(08).
002180         10  WS-ED-VALOR          PIC 9(13)V99.
002190         10  FILLER               PIC X(45).
002200     05  WS-ENT-TRAILER REDEFINES WS-ENT-REGISTRO.
002210         10  WS-ET-TIPO-REG       PIC X(01).
002220         10  WS-ET-QTDE           PIC 9(09).
002230         10  WS-ET-HASH           PIC 9(13)V99.
002240         10  FILLER               PIC X(55).
002250*-----------------------------------------------------------
002260* RETURN FILE RECORD LAYOUTS (FOLHARET). THE HEADER ECHOES
002270* THE EMPLOYER DATA AND CARRIES THE SITUATION OF THE FILE:
002280* A ACEITO (ONLY THE DETAILS LISTED WERE NOT PAID) OR
002290* R RECUSADO (NOTHING WAS PAID, MOTIVO ON THE HEADER).
002300*-----------------------------------------------------------
002310 01  WS-RET-HEADER.
002320     05  FILLER                   PIC X(01) VALUE "H".
002330     05  WS-RH-CNPJ               PIC 9(14).
002340     05  WS-RH-CONTA-DEBITO       PIC 9(08).
002350     05  WS-RH-DATA-PAGTO         PIC 9(08).
002360     05  WS-RH-SITUACAO           PIC X(01).
002370     05  WS-RH-MOTIVO-COD         PIC X(02).
002380     05  WS-RH-MOTIVO-DESC        PIC X(25).
002390     05  FILLER                   PIC X(21) VALUE SPACES.
002400 01  WS-RET-DETALHE.
002410     05  FILLER                   PIC X(01) VALUE "R".
002420     05  WS-RD-SEQUENCIA          PIC 9(06).
002430     05  WS-RD-CPF                PIC 9(11).
002440     05  WS-RD-CONTA              PIC 9(08).
002450     05  WS-RD-VALOR              PIC 9(13)V99.
002460     05  WS-RD-MOTIVO-COD         PIC X(02).
002470     05  WS-RD-MOTIVO-DESC        PIC X(25).
002480     05  FILLER                   PIC X(12) VALUE SPACES.
002490 01  WS-RET-TRAILER.
002500     05  FILLER                   PIC X(01) VALUE "T".
002510     05  WS-RT-QTDE               PIC 9(09).
002520     05  WS-RT-HASH               PIC 9(13)V99.
002530     05  FILLER                   PIC X(55) VALUE SPACES.
002540*-----------------------------------------------------------
002550* READ-BACK VIEW OF AN EXISTING FOLHARET DETAIL, USED ON A
002560* RESTART TO REBUILD THE RETURN TOTALS FROM THE FILE.
002570*-----------------------------------------------------------
002580 01  WS-RET-LIDA-AREA.
002590     05  WS-RET-LIDA              PIC X(80).
002600     05  WS-RET-LIDA-R REDEFINES WS-RET-LIDA.
002610         10  WS-RL-TIPO-REG       PIC X(01).
002620         10  WS-RL-SEQUENCIA      PIC 9(06).
002630         10  WS-RL-CPF            PIC 9(11).
002640         10  WS-RL-CONTA          PIC 9(08).
002650         10  WS-RL-VALOR          PIC 9(13)V99.
002660         10  FILLER               PIC X(39).
002670
002680 PROCEDURE DIVISION.
002690*-----------------------------------------------------------
002700* 0000-MAINLINE
002710* VALIDATES THE PAYROLL FILE AGAINST ITS OWN TRAILER,
002720* DEBITS THE EMPLOYER ONCE, CREDITS OR RETURNS EACH
002730* EMPLOYEE AND GIVES THE RETURNED TOTAL BACK.
002740*-----------------------------------------------------------
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     IF NOT WS-DEBITO-FEITO
002780         PERFORM 3000-DEBITAR-EMPREGADOR THRU 3000-EXIT
002790         IF NOT WS-DEBITO-FEITO
002800             CLOSE RETURN-FILE
002810             CLOSE PAYROLL-IN
002820             PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002830             STOP RUN
002840         END-IF
002850     END-IF.
002860     PERFORM 2000-PROCESSAR-ENTRADA THRU 2000-EXIT
002870         UNTIL WS-FIM-DA-ENTRADA.
002880     PERFORM 4000-DEVOLVER-RECUSADOS THRU 4000-EXIT.
002881     IF WS-FALHA-JORNAL
002882         OR (WS-HASH-RECUSADOS NOT = ZERO
002883             AND NOT WS-DEVOLUCAO-FEITA)
002884         DISPLAY "FOLHABAT INTERROMPIDO. RUNCTL FICA EM EXECUCAO."
002885         CLOSE RETURN-FILE
002886         CLOSE PAYROLL-IN
002887         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002888         STOP RUN
002889     END-IF.
002890     PERFORM 2900-GRAVAR-TRAILER-RET THRU 2900-EXIT.
002900     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002910     STOP RUN.
002920*-----------------------------------------------------------
002930* 1000-INITIALIZE
002940* TAKES THE BUSINESS DATE, PROVES THE PAYROLL FILE WHOLE
002950* (FIRST PASS) AND LOOKS UP ITS RUN ON RUNCTL. A PAYROLL
002960* ALREADY CONCLUIDO IS REFUSED; ONE LEFT EM EXECUCAO
002970* RESUMES. BEFORE THE EMPLOYER IS DEBITED THE DEBIT
002980* ACCOUNT AND ITS FUNDS ARE CHECKED; A FILE REFUSED THERE
002990* IS RETURNED WHOLE AND NOTHING POSTS.
003000*-----------------------------------------------------------
003010 1000-INITIALIZE.
003020     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
003030     ACCEPT WS-HORA-ATUAL FROM TIME.
003040     DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ZEROS = HOJE): ".
003050     ACCEPT WS-DATA-ATUAL.
003052     IF WS-DATA-ATUAL IS NOT NUMERIC
003054         DISPLAY "DATA DO MOVIMENTO INVALIDA. FOLHABAT ABORTADO."
003056         STOP RUN
003058     END-IF.
003060     IF WS-DATA-ATUAL = ZERO
003070         MOVE WS-DATA-SISTEMA TO WS-DATA-ATUAL
003080     END-IF.
003090     PERFORM 1100-VALIDAR-ENTRADA THRU 1100-EXIT.
003100     IF NOT WS-ARQUIVO-VALIDO
003110         DISPLAY "ARQUIVO FOLHA RECUSADO. NADA FOI POSTADO."
003120         STOP RUN
003130     END-IF.
003140     OPEN I-O CUSTOMER-MASTER.
003150     IF WS-CUSTMAST-NOT-OPEN
003160         DISPLAY "CUSTMAST NAO ENCONTRADO. FOLHABAT ABORTADO."
003170         STOP RUN
003180     END-IF.
003190     OPEN INPUT HOLDS-FILE.
003200     IF WS-BLOQVAL-OK
003210         SET WS-BLOQVAL-ABERTO TO TRUE
003220     END-IF.
003230     PERFORM 7500-ABRIR-RUNCTL THRU 7500-EXIT.
003240     PERFORM 7550-CONSULTAR-RUNCTL THRU 7550-EXIT.
003250     IF WS-JA-PROCESSADO
003260         CLOSE CUSTOMER-MASTER
003270         CLOSE RUN-CONTROL
003280         IF WS-BLOQVAL-ABERTO
003290             CLOSE HOLDS-FILE
003300         END-IF
003310         STOP RUN
003320     END-IF.
003330     IF WS-REINICIO
003340         PERFORM 1500-CONFERIR-JORNAL THRU 1500-EXIT
003350         PERFORM 1200-RECONSTRUIR-RETORNO THRU 1200-EXIT
003360         PERFORM 1600-DEFINIR-REINICIO THRU 1600-EXIT
003370     END-IF.
003380     IF NOT WS-DEBITO-FEITO
003390         PERFORM 1300-CONFERIR-EMPREGADOR THRU 1300-EXIT
003400         IF WS-EMPREGADOR-RECUSADO
003410             IF WS-REINICIO
003420                 PERFORM 7650-CANCELAR-RUNCTL THRU 7650-EXIT
003430             END-IF
003440             PERFORM 1400-RECUSAR-ARQUIVO THRU 1400-EXIT
003450             CLOSE CUSTOMER-MASTER
003460             CLOSE RUN-CONTROL
003470             IF WS-BLOQVAL-ABERTO
003480                 CLOSE HOLDS-FILE
003490             END-IF
003500             STOP RUN
003510         END-IF
003520         IF NOT WS-REINICIO
003530             PERFORM 7600-INICIAR-RUNCTL THRU 7600-EXIT
003540         END-IF
003550     END-IF.
003560     OPEN I-O TRANSACTION-JOURNAL.
003570     IF WS-TRANJRNL-NOT-OPEN
003580         OPEN OUTPUT TRANSACTION-JOURNAL
003590         CLOSE TRANSACTION-JOURNAL
003600         OPEN I-O TRANSACTION-JOURNAL
003610     END-IF.
003620     IF WS-REINICIO
003630         OPEN EXTEND RETURN-FILE
003640         IF WS-FOLHARET-NOT-OPEN
003650             OPEN OUTPUT RETURN-FILE
003660             SET WS-RELATORIO-NOVO TO TRUE
003670         END-IF
003680     ELSE
003690         OPEN OUTPUT RETURN-FILE
003700         SET WS-RELATORIO-NOVO TO TRUE
003710     END-IF.
003720     IF NOT WS-FOLHARET-OK
003730         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO FOLHARET."
003740         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
003750         STOP RUN
003760     END-IF.
003770     IF WS-RELATORIO-NOVO
003780         MOVE "A"    TO WS-RH-SITUACAO
003790         MOVE SPACES TO WS-RH-MOTIVO-COD
003800         MOVE SPACES TO WS-RH-MOTIVO-DESC
003810         PERFORM 2700-GRAVAR-HEADER-RET THRU 2700-EXIT
003820     END-IF.
003830     OPEN INPUT PAYROLL-IN.
003840     MOVE ZERO TO WS-NUM-DETALHE.
003850     READ PAYROLL-IN INTO WS-ENT-REGISTRO
003860         AT END
003870             SET WS-FIM-DA-ENTRADA TO TRUE
003880     END-READ.
003890 1000-EXIT.
003900     EXIT.
003910*-----------------------------------------------------------
003920* 1100-VALIDAR-ENTRADA
003930* FIRST PASS OVER FOLHA: THE FILE MUST OPEN WITH ONE H
003940* RECORD CARRYING A NUMERIC CNPJ AND DEBIT ACCOUNT AND THE
003950* BUSINESS DATE AS PAYMENT DATE, CARRY ONLY NUMERIC D
003960* DETAILS AND CLOSE WITH ONE T RECORD WHOSE COUNT AND HASH
003970* AGREE WITH THE DETAILS READ. THE TOTAL MUST FIT ONE
003980* JOURNAL MOVEMENT. ANY DISAGREEMENT REFUSES THE WHOLE
003990* FILE.
004000*-----------------------------------------------------------
004010 1100-VALIDAR-ENTRADA.
004020     OPEN INPUT PAYROLL-IN.
004030     IF WS-FOLHA-NOT-OPEN
004040         DISPLAY "FOLHA NAO ENCONTRADO. FOLHABAT ABORTADO."
004050         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004060         GO TO 1100-EXIT
004070     END-IF.
004080     MOVE "N" TO WS-EOF-ENTRADA-SW.
004090     READ PAYROLL-IN INTO WS-ENT-REGISTRO
004100         AT END
004110             SET WS-FIM-DA-ENTRADA TO TRUE
004120     END-READ.
004130     PERFORM 1110-CONFERIR-REGISTRO THRU 1110-EXIT
004140         UNTIL WS-FIM-DA-ENTRADA.
004150     CLOSE PAYROLL-IN.
004160     MOVE "N" TO WS-EOF-ENTRADA-SW.
004170     IF NOT WS-TEM-HEADER
004180         DISPLAY "FOLHA SEM REGISTRO HEADER."
004190         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004200     END-IF.
004210     IF NOT WS-TEM-TRAILER
004220         DISPLAY "FOLHA SEM REGISTRO TRAILER."
004230         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004240     END-IF.
004250     IF WS-QTDE-VALIDADOS = ZERO
004260         DISPLAY "FOLHA SEM DETALHES."
004270         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004280     END-IF.
004290     IF WS-QTDE-VALIDADOS > WS-MAXIMO-DETALHES
004300         DISPLAY "FOLHA COM MAIS DE " WS-MAXIMO-DETALHES
004310             " DETALHES."
004320         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004330     END-IF.
004340     IF WS-HASH-VALIDACAO > WS-MAXIMO-LANCAMENTO
004350         DISPLAY "FOLHA COM TOTAL ACIMA DO LIMITE DE UM "
004360             "LANCAMENTO."
004370         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004380     END-IF.
004390     MOVE WS-HASH-VALIDACAO TO WS-TOTAL-FOLHA.
004400 1100-EXIT.
004410     EXIT.
004420 1110-CONFERIR-REGISTRO.
004421     IF WS-TEM-TRAILER
004422         DISPLAY "FOLHA COM REGISTRO APOS O TRAILER."
004423         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004424         GO TO 1110-LER
004425     END-IF.
004430     EVALUATE WS-ENT-REGISTRO (1:1)
004440         WHEN "H"
004441             IF WS-TEM-HEADER
004442                 DISPLAY "FOLHA COM MAIS DE UM HEADER."
004443                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004444                 GO TO 1110-LER
004445             END-IF
004450             SET WS-TEM-HEADER TO TRUE
004460             IF WS-EH-CNPJ IS NOT NUMERIC
004470                 OR WS-EH-CONTA-DEBITO IS NOT NUMERIC
004480                 OR WS-EH-DATA-PAGTO IS NOT NUMERIC
004490                 DISPLAY "FOLHA COM HEADER NAO NUMERICO."
004500                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004510             ELSE
004520                 MOVE WS-EH-CNPJ         TO WS-CNPJ-EMPREGADOR
004530                 MOVE WS-EH-CONTA-DEBITO TO WS-CONTA-EMPREGADOR
004540                 MOVE WS-EH-DATA-PAGTO   TO WS-DATA-PAGAMENTO
004550                 IF WS-EH-DATA-PAGTO NOT = WS-DATA-ATUAL
004560                     DISPLAY "FOLHA E PARA A DATA "
004570                         WS-EH-DATA-PAGTO " E NAO PARA "
004580                         WS-DATA-ATUAL "."
004590                     MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004600                 END-IF
004610             END-IF
004620         WHEN "D"
004621             IF NOT WS-TEM-HEADER
004622                 DISPLAY "FOLHA COM DETALHE ANTES DO HEADER."
004623                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004624                 GO TO 1110-LER
004625             END-IF
004630             IF WS-ED-CPF IS NUMERIC
004640                 AND WS-ED-CONTA IS NUMERIC
004650                 AND WS-ED-VALOR IS NUMERIC
004660                 ADD 1 TO WS-QTDE-VALIDADOS
004670                 ADD WS-ED-VALOR TO WS-HASH-VALIDACAO
004680                     ON SIZE ERROR
004690                         CONTINUE
004700                 END-ADD
004710             ELSE
004720                 DISPLAY "FOLHA COM DETALHE NAO NUMERICO."
004730                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004740             END-IF
004750         WHEN "T"
004760             SET WS-TEM-TRAILER TO TRUE
004770             IF WS-ET-QTDE NOT = WS-QTDE-VALIDADOS
004780                 DISPLAY "FOLHA TRAILER ACUSA " WS-ET-QTDE
004790                     " DETALHES; LIDOS " WS-QTDE-VALIDADOS "."
004800                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004810             END-IF
004820             IF WS-ET-HASH NOT = WS-HASH-VALIDACAO
004830                 DISPLAY "FOLHA HASH DO TRAILER NAO CONFERE."
004840                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004850             END-IF
004860         WHEN OTHER
004870             DISPLAY "FOLHA COM TIPO DE REGISTRO INVALIDO."
004880             MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004890     END-EVALUATE.
004895 1110-LER.
004900     READ PAYROLL-IN INTO WS-ENT-REGISTRO
004910         AT END
004920             SET WS-FIM-DA-ENTRADA TO TRUE
004930     END-READ.
004940 1110-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------
004970* 1200-RECONSTRUIR-RETORNO
004980* ON A RESTART, REBUILDS THE RETURN TOTALS FROM THE
004990* EXISTING FOLHARET DETAILS, AS CHQBAT DOES FOR CHQDEV,
005000* AND NOTES THE LAST DETAIL ALREADY RETURNED. THE COUNT
005010* READ BACK FROM THE FILE PREVAILS OVER RUNCTL.
005020*-----------------------------------------------------------
005030 1200-RECONSTRUIR-RETORNO.
005040     MOVE ZERO TO WS-HASH-RECUSADOS.
005050     MOVE ZERO TO WS-QTDE-RECONSTRUIDAS.
005060     MOVE "N" TO WS-EOF-RET-SW.
005070     OPEN INPUT RETURN-FILE.
005080     IF WS-FOLHARET-NOT-OPEN
005090         DISPLAY "FOLHARET ANTERIOR NAO ENCONTRADO - TOTAIS "
005100             "DO TRAILER RECOMECAM DO ZERO."
005110         MOVE ZERO TO WS-QTDE-RECUSADOS
005120         GO TO 1200-EXIT
005130     END-IF.
005140     READ RETURN-FILE INTO WS-RET-LIDA
005150         AT END
005160             SET WS-FIM-DO-RETORNO TO TRUE
005170     END-READ.
005180     PERFORM 1210-SOMAR-RECUSA THRU 1210-EXIT
005190         UNTIL WS-FIM-DO-RETORNO.
005200     CLOSE RETURN-FILE.
005210     IF WS-QTDE-RECONSTRUIDAS NOT = WS-QTDE-RECUSADOS
005220         DISPLAY "FOLHARET COM " WS-QTDE-RECONSTRUIDAS
005230             " RECUSAS; RUNCTL ACUSAVA "
005240             WS-QTDE-RECUSADOS "."
005250         DISPLAY "O TOTAL DO ARQUIVO PREVALECE NO TRAILER."
005260         MOVE WS-QTDE-RECONSTRUIDAS TO WS-QTDE-RECUSADOS
005270     END-IF.
005280 1200-EXIT.
005290     EXIT.
005300 1210-SOMAR-RECUSA.
005310     IF WS-RL-TIPO-REG = "R"
005320         AND WS-RL-VALOR IS NUMERIC
005330         AND WS-RL-SEQUENCIA IS NUMERIC
005340         ADD 1 TO WS-QTDE-RECONSTRUIDAS
005350         ADD WS-RL-VALOR TO WS-HASH-RECUSADOS
005360             ON SIZE ERROR
005370                 CONTINUE
005380         END-ADD
005390         IF WS-RL-SEQUENCIA + 1 > WS-ETAPA-RETORNO
005400             COMPUTE WS-ETAPA-RETORNO = WS-RL-SEQUENCIA + 1
005410         END-IF
005420     END-IF.
005430     READ RETURN-FILE INTO WS-RET-LIDA
005440         AT END
005450             SET WS-FIM-DO-RETORNO TO TRUE
005460     END-READ.
005470 1210-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------
005500* 1300-CONFERIR-EMPREGADOR
005510* THE DEBIT ACCOUNT MUST EXIST, BE ATIVA AND HAVE THE
005520* PAYROLL TOTAL AVAILABLE (BALANCE PLUS LIMIT MINUS THE
005530* ACTIVE BLOQVAL HOLDS). OTHERWISE THE WHOLE FILE IS
005540* REFUSED WITH THE MOTIVO IN WS-MOTIVO-EMPREGADOR.
005550*-----------------------------------------------------------
005560 1300-CONFERIR-EMPREGADOR.
005570     SET WS-EMPREGADOR-ACEITO TO TRUE.
005580     MOVE WS-CONTA-EMPREGADOR TO CM-ACCOUNT-NUMBER.
005590     READ CUSTOMER-MASTER
005600         INVALID KEY
005610             SET WS-EMPREGADOR-RECUSADO TO TRUE
005620             MOVE "11" TO WS-MOTIVO-EMPREGADOR
005630             MOVE "CONTA DEBITO INEXISTENTE"
005640                 TO WS-DESC-EMPREGADOR
005650     END-READ.
005660     IF WS-EMPREGADOR-RECUSADO
005670         GO TO 1300-EXIT
005680     END-IF.
005690     IF CM-CONTA-ENCERRADA
005700         SET WS-EMPREGADOR-RECUSADO TO TRUE
005710         MOVE "12" TO WS-MOTIVO-EMPREGADOR
005720         MOVE "CONTA DEBITO ENCERRADA" TO WS-DESC-EMPREGADOR
005730         GO TO 1300-EXIT
005740     END-IF.
005750     IF CM-CONTA-BLOQUEADA
005760         SET WS-EMPREGADOR-RECUSADO TO TRUE
005770         MOVE "13" TO WS-MOTIVO-EMPREGADOR
005780         MOVE "CONTA DEBITO BLOQUEADA" TO WS-DESC-EMPREGADOR
005790         GO TO 1300-EXIT
005800     END-IF.
005810     PERFORM 5500-CALCULAR-DISPONIVEL THRU 5500-EXIT.
005820     IF WS-TOTAL-FOLHA > WS-LIMITE-DISPONIVEL
005830         SET WS-EMPREGADOR-RECUSADO TO TRUE
005840         MOVE "10" TO WS-MOTIVO-EMPREGADOR
005850         MOVE "SALDO INSUFICIENTE" TO WS-DESC-EMPREGADOR
005860     END-IF.
005870 1300-EXIT.
005880     EXIT.
005890*-----------------------------------------------------------
005900* 1400-RECUSAR-ARQUIVO
005910* THE EMPLOYER COULD NOT BE DEBITED: WRITES A FOLHARET
005920* MARKED R WITH THE EMPLOYER MOTIVO AND EVERY DETAIL OF
005930* THE FILE RETURNED UNDER THE SAME MOTIVO. NOTHING POSTS.
005940*-----------------------------------------------------------
005950 1400-RECUSAR-ARQUIVO.
005960     DISPLAY "FOLHA DA CONTA " WS-CONTA-EMPREGADOR
005970         " RECUSADA: " WS-DESC-EMPREGADOR.
005980     DISPLAY "NADA FOI POSTADO. DETALHES DEVOLVIDOS NO "
005990         "FOLHARET.".
006000     OPEN OUTPUT RETURN-FILE.
006010     IF NOT WS-FOLHARET-OK
006020         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO FOLHARET."
006030         GO TO 1400-EXIT
006040     END-IF.
006050     MOVE "R"                  TO WS-RH-SITUACAO.
006060     MOVE WS-MOTIVO-EMPREGADOR TO WS-RH-MOTIVO-COD.
006070     MOVE WS-DESC-EMPREGADOR   TO WS-RH-MOTIVO-DESC.
006080     PERFORM 2700-GRAVAR-HEADER-RET THRU 2700-EXIT.
006090     MOVE ZERO TO WS-QTDE-RECUSADOS.
006100     MOVE ZERO TO WS-HASH-RECUSADOS.
006110     MOVE ZERO TO WS-NUM-DETALHE.
006120     MOVE "N" TO WS-EOF-ENTRADA-SW.
006130     OPEN INPUT PAYROLL-IN.
006140     READ PAYROLL-IN INTO WS-ENT-REGISTRO
006150         AT END
006160             SET WS-FIM-DA-ENTRADA TO TRUE
006170     END-READ.
006180     PERFORM 1410-DEVOLVER-DETALHE THRU 1410-EXIT
006190         UNTIL WS-FIM-DA-ENTRADA.
006200     PERFORM 2900-GRAVAR-TRAILER-RET THRU 2900-EXIT.
006210 1400-EXIT.
006220     EXIT.
006230 1410-DEVOLVER-DETALHE.
006240     IF WS-ENT-REGISTRO (1:1) = "D"
006250         ADD 1 TO WS-NUM-DETALHE
006260         MOVE WS-MOTIVO-EMPREGADOR TO WS-RD-MOTIVO-COD
006270         MOVE WS-DESC-EMPREGADOR   TO WS-RD-MOTIVO-DESC
006280         PERFORM 2800-GRAVAR-RECUSA THRU 2800-EXIT
006290     END-IF.
006300     READ PAYROLL-IN INTO WS-ENT-REGISTRO
006310         AT END
006320             SET WS-FIM-DA-ENTRADA TO TRUE
006330     END-READ.
006340 1410-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------
006370* 1500-CONFERIR-JORNAL
006380* ON A RESTART, SCANS TODAYS FOLHABAT MOVEMENTS ON THE
006390* JOURNAL FOR THIS PAYROLL: THE FD DEBIT OF THE EMPLOYER
006400* ACCOUNT FOR THE FILE TOTAL AND THE FP CREDITS FOLLOWING
006410* IT (TJ-ESTORNO-REF = DETAIL SEQUENCE, 999999 = RETURNED
006420* TOTAL GIVEN BACK). A MOVEMENT POSTED AFTER THE LAST
006430* CHECKPOINT OF THE INTERRUPTED RUN IS THUS KNOWN AND IS
006440* NOT POSTED AGAIN. THE JOURNAL IS READ ON ITS PRIME KEY
006445* (TJ-SEQUENCIA), WHICH IS THE POSTING ORDER.
006450*-----------------------------------------------------------
006460 1500-CONFERIR-JORNAL.
006470     MOVE ZERO TO WS-ETAPA-JORNAL.
006480     MOVE ZERO TO WS-QTDE-CREDITADOS.
006490     MOVE ZERO TO WS-TOTAL-CREDITADO.
006500     MOVE "N" TO WS-NESTA-FOLHA-SW.
006510     MOVE "N" TO WS-EOF-JORNAL-SW.
006520     OPEN INPUT TRANSACTION-JOURNAL.
006530     IF NOT WS-TRANJRNL-OK
006540         GO TO 1500-EXIT
006550     END-IF.
006560     READ TRANSACTION-JOURNAL NEXT RECORD
006570         AT END
006580             SET WS-FIM-DO-JORNAL TO TRUE
006590     END-READ.
006600     PERFORM 1510-CONFERIR-MOVIMENTO THRU 1510-EXIT
006610         UNTIL WS-FIM-DO-JORNAL.
006620     CLOSE TRANSACTION-JOURNAL.
006630 1500-EXIT.
006640     EXIT.
006650 1510-CONFERIR-MOVIMENTO.
006660     IF TJ-TRANS-DATE NOT = WS-DATA-ATUAL
006670         OR TJ-OPERATOR-ID NOT = "FOLH"
006680         GO TO 1510-LER
006690     END-IF.
006700     EVALUATE TRUE
006710         WHEN TJ-TIPO-DEBITO-FOLHA
006720             IF TJ-ACCOUNT-NUMBER = WS-CONTA-EMPREGADOR
006730                 AND TJ-TRANS-AMOUNT = WS-TOTAL-FOLHA
006740                 SET WS-NESTA-FOLHA TO TRUE
006750                 SET WS-DEBITO-FEITO TO TRUE
006760                 IF WS-ETAPA-JORNAL < 1
006770                     MOVE 1 TO WS-ETAPA-JORNAL
006780                 END-IF
006790             ELSE
006800                 MOVE "N" TO WS-NESTA-FOLHA-SW
006810             END-IF
006820         WHEN TJ-TIPO-CREDITO-FOLHA
006830             IF NOT WS-NESTA-FOLHA
006840                 GO TO 1510-LER
006850             END-IF
006860             IF TJ-ESTORNO-REF = "999999"
006870                 AND TJ-ACCOUNT-NUMBER = WS-CONTA-EMPREGADOR
006880                 SET WS-DEVOLUCAO-FEITA TO TRUE
006890                 GO TO 1510-LER
006900             END-IF
006910             IF TJ-ESTORNO-REF IS NUMERIC
006920                 MOVE TJ-ESTORNO-REF TO WS-REF-DETALHE
006930                 ADD 1 TO WS-QTDE-CREDITADOS
006940                 ADD TJ-TRANS-AMOUNT TO WS-TOTAL-CREDITADO
006950                 IF WS-REF-DETALHE + 1 > WS-ETAPA-JORNAL
006960                     COMPUTE WS-ETAPA-JORNAL =
006970                         WS-REF-DETALHE + 1
006980                 END-IF
006990             END-IF
007000     END-EVALUATE.
007010 1510-LER.
007020     READ TRANSACTION-JOURNAL NEXT RECORD
007030         AT END
007040             SET WS-FIM-DO-JORNAL TO TRUE
007050     END-READ.
007060 1510-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------
007090* 1600-DEFINIR-REINICIO
007100* THE RESTART POINT IS THE FURTHEST STEP KNOWN TO BE DONE
007110* BY THE RUNCTL CHECKPOINT, THE JOURNAL OR THE RETURN
007120* FILE. THE CREDIT COUNT IS TAKEN FROM THE JOURNAL AND
007130* THE RETURN COUNT FROM FOLHARET.
007140*-----------------------------------------------------------
007150 1600-DEFINIR-REINICIO.
007160     MOVE RC-CHECKPOINT-KEY TO WS-QTDE-PULAR.
007170     IF WS-ETAPA-JORNAL > WS-QTDE-PULAR
007180         MOVE WS-ETAPA-JORNAL TO WS-QTDE-PULAR
007190     END-IF.
007200     IF WS-ETAPA-RETORNO > WS-QTDE-PULAR
007210         MOVE WS-ETAPA-RETORNO TO WS-QTDE-PULAR
007220     END-IF.
007230     IF WS-QTDE-PULAR > ZERO
007240         SET WS-DEBITO-FEITO TO TRUE
007250     END-IF.
007260     COMPUTE WS-QTDE-LIDOS =
007270         WS-QTDE-CREDITADOS + WS-QTDE-RECUSADOS.
007280     DISPLAY "REINICIANDO A FOLHA DA CONTA "
007290         WS-CONTA-EMPREGADOR " APOS A ETAPA " WS-QTDE-PULAR.
007300 1600-EXIT.
007310     EXIT.
007320*-----------------------------------------------------------
007330* 2000-PROCESSAR-ENTRADA
007340* SECOND PASS: HANDLES ONE EMPLOYEE DETAIL. DETAILS
007350* ALREADY HANDLED BY AN INTERRUPTED RUN ARE SKIPPED.
007360* HEADER AND TRAILER WERE PROVED IN 1100.
007370*-----------------------------------------------------------
007380 2000-PROCESSAR-ENTRADA.
007390     IF WS-ENT-REGISTRO (1:1) = "D"
007400         ADD 1 TO WS-NUM-DETALHE
007410         COMPUTE WS-ETAPA = WS-NUM-DETALHE + 1
007420         IF WS-ETAPA > WS-QTDE-PULAR
007430             ADD 1 TO WS-QTDE-LIDOS
007440             PERFORM 2100-CREDITAR-FUNCIONARIO THRU 2100-EXIT
007442             IF WS-FALHA-JORNAL
007444                 SET WS-FIM-DA-ENTRADA TO TRUE
007446                 GO TO 2000-EXIT
007448             END-IF
007450             PERFORM 7700-GRAVAR-CHECKPOINT THRU 7700-EXIT
007460         END-IF
007470     END-IF.
007480     READ PAYROLL-IN INTO WS-ENT-REGISTRO
007490         AT END
007500             SET WS-FIM-DA-ENTRADA TO TRUE
007510     END-READ.
007520 2000-EXIT.
007530     EXIT.
007540*-----------------------------------------------------------
007550* 2100-CREDITAR-FUNCIONARIO
007560* DECIDES ONE SALARY. THE AMOUNT MUST NOT BE ZERO, THE
007570* ACCOUNT MUST EXIST AND BE ATIVA AND THE CPF ON THE FILE
007580* MUST BE THE CPF OF THE ACCOUNT HOLDER. A SALARY THAT
007590* PASSES IS CREDITED; ANY OTHER GOES TO FOLHARET WITH ITS
007600* MOTIVO, NEVER SKIPPED IN SILENCE.
007610*-----------------------------------------------------------
007620 2100-CREDITAR-FUNCIONARIO.
007630     IF WS-ED-VALOR = ZERO
007640         MOVE "05" TO WS-RD-MOTIVO-COD
007650         MOVE "VALOR ZERADO" TO WS-RD-MOTIVO-DESC
007660         PERFORM 2800-GRAVAR-RECUSA THRU 2800-EXIT
007670         GO TO 2100-EXIT
007680     END-IF.
007690     MOVE WS-ED-CONTA TO CM-ACCOUNT-NUMBER.
007700     READ CUSTOMER-MASTER
007710         INVALID KEY
007720             MOVE "01" TO WS-RD-MOTIVO-COD
007730             MOVE "CONTA INEXISTENTE" TO WS-RD-MOTIVO-DESC
007740             PERFORM 2800-GRAVAR-RECUSA THRU 2800-EXIT
007750             GO TO 2100-EXIT
007760     END-READ.
007770     IF CM-CONTA-ENCERRADA
007780         MOVE "02" TO WS-RD-MOTIVO-COD
007790         MOVE "CONTA ENCERRADA" TO WS-RD-MOTIVO-DESC
007800         PERFORM 2800-GRAVAR-RECUSA THRU 2800-EXIT
007810         GO TO 2100-EXIT
007820     END-IF.
007830     IF CM-CONTA-BLOQUEADA
007840         MOVE "03" TO WS-RD-MOTIVO-COD
007850         MOVE "CONTA BLOQUEADA" TO WS-RD-MOTIVO-DESC
007860         PERFORM 2800-GRAVAR-RECUSA THRU 2800-EXIT
007870         GO TO 2100-EXIT
007880     END-IF.
007890     IF CM-CUSTOMER-CPF NOT = WS-ED-CPF
007900         MOVE "04" TO WS-RD-MOTIVO-COD
007910         MOVE "CPF NAO CONFERE" TO WS-RD-MOTIVO-DESC
007920         PERFORM 2800-GRAVAR-RECUSA THRU 2800-EXIT
007930         GO TO 2100-EXIT
007940     END-IF.
007950     PERFORM 2300-PAGAR-SALARIO THRU 2300-EXIT.
007960 2100-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------
007990* 2300-PAGAR-SALARIO
008000* JOURNALS THE SALARY AS FP WITH THE DETAIL SEQUENCE IN
008010* TJ-ESTORNO-REF, WHICH IS WHAT A RESTART LOOKS FOR ON THE
008020* JOURNAL, AND THEN CREDITS IT. A JOURNAL FAILURE LEAVES
008025* THE ACCOUNT UNTOUCHED AND STOPS THE RUN. WHEN THE CREDIT
008026* CANNOT BE REWRITTEN THE FP IS TAKEN OFF THE JOURNAL
008027* BEFORE THE SALARY GOES TO FOLHARET.
008030*-----------------------------------------------------------
008040 2300-PAGAR-SALARIO.
008050     MOVE "N" TO WS-ITEM-POSTADO-SW.
008060     COMPUTE CM-BALANCE = CM-BALANCE + WS-ED-VALOR.
008061     MOVE "FP"           TO TJ-TRANS-TYPE.
008062     MOVE WS-ED-VALOR    TO TJ-TRANS-AMOUNT.
008063     MOVE WS-NUM-DETALHE TO WS-REF-DETALHE.
008064     MOVE WS-REF-DETALHE TO TJ-ESTORNO-REF.
008065     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
008066     IF WS-FALHA-JORNAL
008067         GO TO 2300-EXIT
008068     END-IF.
008070     REWRITE CUSTMAST-RECORD
008080         INVALID KEY
008082             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
008084             IF WS-FALHA-JORNAL
008086                 GO TO 2300-EXIT
008088             END-IF
008090             MOVE "99" TO WS-RD-MOTIVO-COD
008100             MOVE "ERRO AO ATUALIZAR CADASTRO"
008110                 TO WS-RD-MOTIVO-DESC
008120             PERFORM 2800-GRAVAR-RECUSA THRU 2800-EXIT
008130         NOT INVALID KEY
008140             SET WS-ITEM-POSTADO TO TRUE
008150     END-REWRITE.
008160     IF NOT WS-ITEM-POSTADO
008170         GO TO 2300-EXIT
008180     END-IF.
008240     ADD 1 TO WS-QTDE-CREDITADOS.
008250     ADD WS-ED-VALOR TO WS-TOTAL-CREDITADO.
008260 2300-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------
008290* 2700-GRAVAR-HEADER-RET
008300* WRITES THE FOLHARET HEADER. THE CALLER HAS ALREADY SET
008310* THE SITUATION AND MOTIVO FIELDS.
008320*-----------------------------------------------------------
008330 2700-GRAVAR-HEADER-RET.
008340     MOVE WS-CNPJ-EMPREGADOR  TO WS-RH-CNPJ.
008350     MOVE WS-CONTA-EMPREGADOR TO WS-RH-CONTA-DEBITO.
008360     MOVE WS-DATA-PAGAMENTO   TO WS-RH-DATA-PAGTO.
008370     WRITE FOLHARET-RECORD FROM WS-RET-HEADER.
008380 2700-EXIT.
008390     EXIT.
008400*-----------------------------------------------------------
008410* 2800-GRAVAR-RECUSA
008420* WRITES ONE RETURN DETAIL FOR THE SALARY THAT COULD NOT
008430* BE CREDITED. THE CALLER HAS ALREADY FILLED THE MOTIVO.
008440*-----------------------------------------------------------
008450 2800-GRAVAR-RECUSA.
008460     MOVE WS-NUM-DETALHE TO WS-RD-SEQUENCIA.
008470     MOVE WS-ED-CPF      TO WS-RD-CPF.
008480     MOVE WS-ED-CONTA    TO WS-RD-CONTA.
008490     MOVE WS-ED-VALOR    TO WS-RD-VALOR.
008500     WRITE FOLHARET-RECORD FROM WS-RET-DETALHE.
008510     ADD 1 TO WS-QTDE-RECUSADOS.
008520     ADD WS-ED-VALOR TO WS-HASH-RECUSADOS
008530         ON SIZE ERROR
008540             CONTINUE
008550     END-ADD.
008560 2800-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------
008590* 2900-GRAVAR-TRAILER-RET
008600* CLOSES THE RETURN FILE WITH ITS COUNT AND HASH TOTAL SO
008610* THE EMPLOYER CAN PROVE IT ARRIVED WHOLE.
008620*-----------------------------------------------------------
008630 2900-GRAVAR-TRAILER-RET.
008640     MOVE WS-QTDE-RECUSADOS TO WS-RT-QTDE.
008650     MOVE WS-HASH-RECUSADOS TO WS-RT-HASH.
008660     WRITE FOLHARET-RECORD FROM WS-RET-TRAILER.
008670     CLOSE RETURN-FILE.
008680     CLOSE PAYROLL-IN.
008690 2900-EXIT.
008700     EXIT.
008710*-----------------------------------------------------------
008720* 3000-DEBITAR-EMPREGADOR
008730* DEBITS THE EMPLOYER ACCOUNT ONCE FOR THE TRAILER TOTAL,
008740* JOURNALED AS FD, AND CHECKPOINTS STEP 1. THE ACCOUNT WAS
008750* READ AND ITS FUNDS PROVED IN 1300. THE JOURNAL IS
008760* WRITTEN FIRST: ITS FAILURE LEAVES THE RUN EM EXECUCAO
008763* WITH NOTHING POSTED; A FAILED REWRITE TAKES THE FD OFF
008766* THE JOURNAL AGAIN, SO THE RESTART DEBITS ONCE MORE.
008770*-----------------------------------------------------------
008780 3000-DEBITAR-EMPREGADOR.
008790     COMPUTE CM-BALANCE = CM-BALANCE - WS-TOTAL-FOLHA.
008791     MOVE "FD"           TO TJ-TRANS-TYPE.
008792     MOVE WS-TOTAL-FOLHA TO TJ-TRANS-AMOUNT.
008793     MOVE "000000"       TO TJ-ESTORNO-REF.
008794     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
008795     IF WS-FALHA-JORNAL
008796         DISPLAY "NADA FOI POSTADO. FOLHABAT INTERROMPIDO."
008797         GO TO 3000-EXIT
008798     END-IF.
008800     REWRITE CUSTMAST-RECORD
008810         INVALID KEY
008820             DISPLAY "ERRO AO DEBITAR A CONTA "
008830                 WS-CONTA-EMPREGADOR ". STATUS: "
008840                 WS-CUSTMAST-STATUS
008850             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
008855             DISPLAY "FOLHABAT INTERROMPIDO."
008860             GO TO 3000-EXIT
008870     END-REWRITE.
008920     SET WS-DEBITO-FEITO TO TRUE.
008930     MOVE 1 TO WS-ETAPA.
008940     PERFORM 7700-GRAVAR-CHECKPOINT THRU 7700-EXIT.
008950     DISPLAY "CONTA " WS-CONTA-EMPREGADOR
008960         " DEBITADA PELO TOTAL DA FOLHA.".
008970 3000-EXIT.
008980     EXIT.
008990*-----------------------------------------------------------
009000* 4000-DEVOLVER-RECUSADOS
009010* CREDITS THE TOTAL OF THE RETURNED DETAILS BACK TO THE
009020* EMPLOYER ACCOUNT AS FP WITH REFERENCE 999999, UNLESS AN
009030* INTERRUPTED RUN ALREADY DID SO OR THE JOURNAL FAILED.
009035* THE JOURNAL IS WRITTEN BEFORE THE CREDIT AND THE FP IS
009037* TAKEN OFF IT AGAIN WHEN THE CREDIT CANNOT BE REWRITTEN.
009038* A REFUND THAT FAILS STOPS THE RUN EM EXECUCAO (0000) AND
009039* THE RESTART GIVES IT BACK.
009040*-----------------------------------------------------------
009050 4000-DEVOLVER-RECUSADOS.
009060     IF WS-HASH-RECUSADOS = ZERO
009070         OR WS-DEVOLUCAO-FEITA
009075         OR WS-FALHA-JORNAL
009080         GO TO 4000-EXIT
009090     END-IF.
009100     MOVE WS-CONTA-EMPREGADOR TO CM-ACCOUNT-NUMBER.
009110     READ CUSTOMER-MASTER
009120         INVALID KEY
009130             DISPLAY "CONTA " WS-CONTA-EMPREGADOR
009140                 " NAO ENCONTRADA PARA A DEVOLUCAO."
009150             GO TO 4000-EXIT
009160     END-READ.
009170     COMPUTE CM-BALANCE = CM-BALANCE + WS-HASH-RECUSADOS.
009171     MOVE "FP"              TO TJ-TRANS-TYPE.
009172     MOVE WS-HASH-RECUSADOS TO TJ-TRANS-AMOUNT.
009173     MOVE "999999"          TO TJ-ESTORNO-REF.
009174     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
009175     IF WS-FALHA-JORNAL
009176         GO TO 4000-EXIT
009177     END-IF.
009180     REWRITE CUSTMAST-RECORD
009190         INVALID KEY
009200             DISPLAY "ERRO AO DEVOLVER O TOTAL RECUSADO A "
009210                 "CONTA " WS-CONTA-EMPREGADOR ". STATUS: "
009220                 WS-CUSTMAST-STATUS
009225             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
009230             GO TO 4000-EXIT
009240     END-REWRITE.
009290     SET WS-DEVOLUCAO-FEITA TO TRUE.
009300 4000-EXIT.
009310     EXIT.
009320*-----------------------------------------------------------
009330* 5000-GRAVAR-JORNAL
009340* APPENDS ONE MOVEMENT TO THE TRANSACTION JOURNAL FOR THE
009350* ACCOUNT CURRENTLY IN THE CUSTMAST RECORD AREA. THE
009360* CALLER SETS TJ-TRANS-TYPE, TJ-TRANS-AMOUNT AND
009370* TJ-ESTORNO-REF.
009373* A MOVEMENT THAT CANNOT BE NUMBERED OR WRITTEN SETS
009376* WS-FALHA-JORNAL.
009380*-----------------------------------------------------------
009390 5000-GRAVAR-JORNAL.
009400     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
009410     MOVE WS-HORA-ATUAL        TO TJ-TRANS-TIME.
009420     MOVE CM-ACCOUNT-NUMBER    TO TJ-ACCOUNT-NUMBER.
009430     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
009440     MOVE "FOLH"               TO TJ-OPERATOR-ID.
009445     MOVE CM-AGENCIA           TO TJ-AGENCIA.
009446     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
009447     IF TJ-SEQUENCIA = ZERO
009448         GO TO 5000-EXIT
009449     END-IF.
009450     WRITE TRANJRNL-RECORD
009452         INVALID KEY
009454             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
009456                 WS-TRANJRNL-STATUS
009457             SET WS-FALHA-JORNAL TO TRUE
009458     END-WRITE.
009460 5000-EXIT.
009461     EXIT.
009462*-----------------------------------------------------------
009463* 5050-NUMERAR-MOVIMENTO
009464* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
009465* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
009466* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
009467* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
009468* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
009469*-----------------------------------------------------------
009470 5050-NUMERAR-MOVIMENTO.
009471     MOVE ZERO TO TJ-SEQUENCIA.
009478     OPEN I-O JOURNAL-SEQUENCE.
009479     IF WS-TJSEQ-NOT-OPEN
009480         OPEN OUTPUT JOURNAL-SEQUENCE
009481         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
009482         MOVE SPACES TO TS-FILLER
009483         WRITE TJSEQ-RECORD
009484         CLOSE JOURNAL-SEQUENCE
009485         OPEN I-O JOURNAL-SEQUENCE
009486     END-IF.
009487     IF NOT WS-TJSEQ-OK
009488         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
009489         SET WS-FALHA-JORNAL TO TRUE
009490         GO TO 5050-EXIT
009491     END-IF.
009492     READ JOURNAL-SEQUENCE
009493         AT END
009494             CONTINUE
009495     END-READ.
009496     IF WS-TJSEQ-OK
009497         ADD 1 TO TS-ULTIMA-SEQUENCIA
009498         REWRITE TJSEQ-RECORD
009499     END-IF.
009500     IF NOT WS-TJSEQ-OK
009501         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
009502             WS-TJSEQ-STATUS
009503         SET WS-FALHA-JORNAL TO TRUE
009504         CLOSE JOURNAL-SEQUENCE
009505         GO TO 5050-EXIT
009506     END-IF.
009507     CLOSE JOURNAL-SEQUENCE.
009508     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
009509 5050-EXIT.
009510     EXIT.
009511*-----------------------------------------------------------
009512* 5060-ANULAR-MOVIMENTO
009513* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
009514* TJ-SEQUENCIA, WHEN THE ACCOUNT IT BELONGS TO COULD NOT BE
009515* POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED. A MOVEMENT
009516* THAT CANNOT BE DELETED SETS WS-FALHA-JORNAL.
009517*-----------------------------------------------------------
009518 5060-ANULAR-MOVIMENTO.
009519     DELETE TRANSACTION-JOURNAL RECORD
009520         INVALID KEY
009521             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
009522                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
009523             SET WS-FALHA-JORNAL TO TRUE
009524     END-DELETE.
009525 5060-EXIT.
009526     EXIT.
009530*-----------------------------------------------------------
009532* 5500-CALCULAR-DISPONIVEL
009534* COMPUTES THE BALANCE AVAILABLE FOR THE PAYROLL DEBIT:
009536* CM-BALANCE PLUS CM-OVERDRAFT-LIMIT MINUS THE SUM OF THE
009538* ACCOUNTS ACTIVE JUDICIAL HOLDS ON BLOQVAL, AS IN CHQBAT.
009540* RESULT IN WS-LIMITE-DISPONIVEL.
009542*-----------------------------------------------------------
009550 5500-CALCULAR-DISPONIVEL.
009560     MOVE ZERO TO WS-TOTAL-BLOQUEADO.
009570     IF WS-BLOQVAL-ABERTO
009580         MOVE "N" TO WS-FIM-BLOQVAL-SW
009590         MOVE CM-ACCOUNT-NUMBER TO BV-ACCOUNT-NUMBER
009600         START HOLDS-FILE
009610             KEY IS NOT LESS THAN BV-ACCOUNT-NUMBER
009620             INVALID KEY
009630                 SET WS-FIM-DO-BLOQVAL TO TRUE
009640         END-START
009650         IF NOT WS-FIM-DO-BLOQVAL
009660             READ HOLDS-FILE NEXT RECORD
009670                 AT END
009680                     SET WS-FIM-DO-BLOQVAL TO TRUE
009690             END-READ
009700         END-IF
009710         PERFORM 5510-SOMAR-BLOQUEIO THRU 5510-EXIT
009720             UNTIL WS-FIM-DO-BLOQVAL
009730     END-IF.
009740     COMPUTE WS-LIMITE-DISPONIVEL =
009750         CM-BALANCE + CM-OVERDRAFT-LIMIT - WS-TOTAL-BLOQUEADO.
009760 5500-EXIT.
009770     EXIT.
009780 5510-SOMAR-BLOQUEIO.
009790     IF BV-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
009800         SET WS-FIM-DO-BLOQVAL TO TRUE
009810         GO TO 5510-EXIT
009820     END-IF.
009830     IF BV-BLOQUEIO-ATIVO
009840         ADD BV-AMOUNT TO WS-TOTAL-BLOQUEADO
009850     END-IF.
009860     READ HOLDS-FILE NEXT RECORD
009870         AT END
009880             SET WS-FIM-DO-BLOQVAL TO TRUE
009890     END-READ.
009900 5510-EXIT.
009910     EXIT.
009920*-----------------------------------------------------------
009930* 7500-ABRIR-RUNCTL
009940* OPENS (OR CREATES ON FIRST USE) THE RUN-CONTROL FILE.
009950*-----------------------------------------------------------
009960 7500-ABRIR-RUNCTL.
009970     OPEN I-O RUN-CONTROL.
009980     IF WS-RUNCTL-NOT-OPEN
009990         OPEN OUTPUT RUN-CONTROL
010000         CLOSE RUN-CONTROL
010010         OPEN I-O RUN-CONTROL
010020     END-IF.
010030 7500-EXIT.
010040     EXIT.
010050*-----------------------------------------------------------
010060* 7550-CONSULTAR-RUNCTL
010070* LOOKS UP THE RUN OF THIS DEBIT ACCOUNT AND PAYMENT DATE.
010080* ONE ALREADY CONCLUIDO IS REFUSED SO NO SALARY IS PAID
010090* TWICE; ONE LEFT EM EXECUCAO RESUMES. A NEW RUN IS ONLY
010100* REGISTERED ONCE THE EMPLOYER HAS BEEN ACCEPTED (7600).
010110*-----------------------------------------------------------
010120 7550-CONSULTAR-RUNCTL.
010130     MOVE WS-CONTA-EMPREGADOR TO RC-JOB-NAME.
010140     MOVE WS-DATA-ATUAL       TO RC-PROC-DATE.
010150     READ RUN-CONTROL
010160         INVALID KEY
010170             CONTINUE
010180         NOT INVALID KEY
010190             IF RC-CONCLUIDO
010200                 DISPLAY "FOLHA DA CONTA " WS-CONTA-EMPREGADOR
010210                     " JA PROCESSADA NA DATA "
010220                     WS-DATA-ATUAL ". EXECUCAO RECUSADA."
010230                 SET WS-JA-PROCESSADO TO TRUE
010240             ELSE
010250                 SET WS-REINICIO TO TRUE
010260                 MOVE RC-QTDE-LIDAS TO WS-QTDE-LIDOS
010270                 MOVE RC-QTDE-PROCESSADAS
010280                     TO WS-QTDE-CREDITADOS
010290                 MOVE RC-QTDE-IGNORADAS
010300                     TO WS-QTDE-RECUSADOS
010310             END-IF
010320     END-READ.
010330 7550-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------
010360* 7600-INICIAR-RUNCTL
010370* REGISTERS THE RUN EM EXECUCAO BEFORE THE EMPLOYER DEBIT.
010380*-----------------------------------------------------------
010390 7600-INICIAR-RUNCTL.
010400     MOVE WS-CONTA-EMPREGADOR TO RC-JOB-NAME.
010410     MOVE WS-DATA-ATUAL       TO RC-PROC-DATE.
010420     MOVE "E"                 TO RC-RUN-STATUS.
010430     MOVE WS-HORA-ATUAL       TO RC-START-TIME.
010440     MOVE ZERO                TO RC-END-TIME.
010450     MOVE ZERO                TO RC-CHECKPOINT-KEY.
010460     MOVE ZERO                TO RC-QTDE-LIDAS.
010470     MOVE ZERO                TO RC-QTDE-PROCESSADAS.
010480     MOVE ZERO                TO RC-QTDE-IGNORADAS.
010490     MOVE SPACES              TO RC-FILLER.
010500     WRITE RUNCTL-RECORD
010510         INVALID KEY
010520             DISPLAY "ERRO AO REGISTRAR RUN-CONTROL. STATUS: "
010530                 WS-RUNCTL-STATUS
010540     END-WRITE.
010550 7600-EXIT.
010560     EXIT.
010570*-----------------------------------------------------------
010580* 7650-CANCELAR-RUNCTL
010590* REMOVES THE RUN-CONTROL RECORD OF A RESTARTED RUN THAT
010600* NEVER DEBITED THE EMPLOYER AND IS NOW REFUSED, SO THE
010610* CORRECTED FILE CAN BE SUBMITTED AGAIN.
010620*-----------------------------------------------------------
010630 7650-CANCELAR-RUNCTL.
010640     DELETE RUN-CONTROL RECORD
010650         INVALID KEY
010660             DISPLAY "ERRO AO REMOVER RUN-CONTROL. STATUS: "
010670                 WS-RUNCTL-STATUS
010680     END-DELETE.
010690 7650-EXIT.
010700     EXIT.
010710*-----------------------------------------------------------
010720* 7700-GRAVAR-CHECKPOINT
010730* REWRITES THE RUN-CONTROL RECORD AFTER EVERY STEP, SO A
010740* RESTART NEVER PAYS A SALARY TWICE.
010750*-----------------------------------------------------------
010760 7700-GRAVAR-CHECKPOINT.
010770     MOVE WS-ETAPA           TO RC-CHECKPOINT-KEY.
010780     MOVE WS-QTDE-LIDOS      TO RC-QTDE-LIDAS.
010790     MOVE WS-QTDE-CREDITADOS TO RC-QTDE-PROCESSADAS.
010800     MOVE WS-QTDE-RECUSADOS  TO RC-QTDE-IGNORADAS.
010810     REWRITE RUNCTL-RECORD
010820         INVALID KEY
010830             DISPLAY "ERRO AO GRAVAR CHECKPOINT. STATUS: "
010840                 WS-RUNCTL-STATUS
010850     END-REWRITE.
010860 7700-EXIT.
010870     EXIT.
010880*-----------------------------------------------------------
010890* 7800-ENCERRAR-RUNCTL
010900* MARKS THE PAYROLL AS CONCLUIDO WITH THE FINAL COUNTS AND
010910* END TIME.
010920*-----------------------------------------------------------
010930 7800-ENCERRAR-RUNCTL.
010940     MOVE "C"                TO RC-RUN-STATUS.
010950     ACCEPT WS-HORA-ATUAL FROM TIME.
010960     MOVE WS-HORA-ATUAL      TO RC-END-TIME.
010970     COMPUTE RC-CHECKPOINT-KEY = WS-NUM-DETALHE + 1.
010980     MOVE WS-QTDE-LIDOS      TO RC-QTDE-LIDAS.
010990     MOVE WS-QTDE-CREDITADOS TO RC-QTDE-PROCESSADAS.
011000     MOVE WS-QTDE-RECUSADOS  TO RC-QTDE-IGNORADAS.
011010     REWRITE RUNCTL-RECORD
011020         INVALID KEY
011030             DISPLAY "ERRO AO ENCERRAR RUN-CONTROL. STATUS: "
011040                 WS-RUNCTL-STATUS
011050     END-REWRITE.
011060 7800-EXIT.
011070     EXIT.
011080*-----------------------------------------------------------
011090* 9000-FINALIZE
011100* MARKS THE RUN CONCLUIDO, CLOSES THE FILES AND DISPLAYS
011110* THE RUN SUMMARY.
011120*-----------------------------------------------------------
011130 9000-FINALIZE.
011140     PERFORM 7800-ENCERRAR-RUNCTL THRU 7800-EXIT.
011150     PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT.
011160     DISPLAY "FOLHABAT - CONTA DEBITADA   : "
011170         WS-CONTA-EMPREGADOR.
011180     DISPLAY "FOLHABAT - TOTAL DA FOLHA   : " WS-TOTAL-FOLHA.
011190     DISPLAY "FOLHABAT - SALARIOS LIDOS   : " WS-QTDE-LIDOS.
011200     DISPLAY "FOLHABAT - SALARIOS PAGOS   : "
011210         WS-QTDE-CREDITADOS.
011220     DISPLAY "FOLHABAT - SALARIOS DEVOLVID: "
011230         WS-QTDE-RECUSADOS.
011240     DISPLAY "FOLHABAT - TOTAL DEVOLVIDO  : "
011250         WS-HASH-RECUSADOS.
011260 9000-EXIT.
011270     EXIT.
011280*-----------------------------------------------------------
011290* 9100-FECHAR-ARQUIVOS
011300* CLOSES THE POSTING FILES.
011310*-----------------------------------------------------------
011320 9100-FECHAR-ARQUIVOS.
011330     CLOSE CUSTOMER-MASTER.
011340     CLOSE TRANSACTION-JOURNAL.
011350     CLOSE RUN-CONTROL.
011360     IF WS-BLOQVAL-ABERTO
011370         CLOSE HOLDS-FILE
011380     END-IF.
011390 9100-EXIT.
011400     EXIT.
011410 END PROGRAM FOLHABAT.
