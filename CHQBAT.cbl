000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHQBAT.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - NIGHTLY CHEQUE
000120*                  COMPENSATION. READS THE INBOUND CHEQUE
000130*                  FILE CHQIN FROM THE CLEARING HOUSE (ONE
000140*                  HEADER, ONE DETAIL PER CHEQUE DRAWN ON A
000150*                  BANCO DMOURA ACCOUNT, ONE TRAILER WITH
000160*                  COUNT AND AMOUNT HASH), CHECKS EACH
000170*                  CHEQUE AGAINST THE CHEQUE MASTER
000180*                  (CHEQUES) AND THE ACCOUNT, PAYS THE GOOD
000190*                  ONES (JOURNAL TYPE CQ, MARKING THE
000200*                  CHEQUE PAGO) AND WRITES THE OTHERS TO
000210*                  THE DEVOLUCAO FILE CHQDEV WITH THE
000220*                  STANDARD MOTIVO CODE. CHQIN IS FULLY
000230*                  VALIDATED AGAINST ITS OWN TRAILER BEFORE
000240*                  ANYTHING POSTS, AND THE RUN IS GOVERNED
000250*                  BY RUNCTL WITH CHECKPOINT/RESTART AFTER
000260*                  EACH DETAIL, ALL AS IN CLRBAT. THE FUNDS
000270*                  CHECK HONORS THE BLOQVAL HOLDS.
000272* 2026-10-15 CDM   EVERY JOURNAL MOVEMENT NOW CARRIES THE
000274*                  BRANCH (TJ-AGENCIA) OF THE ACCOUNT IT
000276*                  POSTS TO.
000277* 2026-10-15 CDM   THE JOURNAL IS INDEXED (OPENED I-O). EACH
000278*                  MOVEMENT TAKES THE NEXT TJ-SEQUENCIA FROM
000279*                  THE TJSEQ CONTROL FILE BEFORE IT IS WRITTEN.
000280* 2026-10-15 CDM   A TJSEQ OR JOURNAL FAILURE NOW STOPS THE RUN
000281*                  WITH RUNCTL LEFT EM EXECUCAO. THE CHEQUE IS
000282*                  JOURNALED BEFORE THE ACCOUNT IS DEBITED, AND
000283*                  THE CQ IS DELETED AGAIN WHEN THE DEBIT
000284*                  CANNOT BE REWRITTEN.
000285*-----------------------------------------------------------
000290* DEVOLUCAO MOTIVO CODES ON CHQDEV:
000300*   11 SEM FUNDOS - 1A APRESENTACAO
000310*   12 SEM FUNDOS - 2A APRESENTACAO
000320*   13 CONTA ENCERRADA (OR NO LONGER ON CUSTMAST)
000330*   20 FOLHA CANCELADA PELO CORRENTISTA (SUSTADO)
000340*   21 CONTRA-ORDEM OU OPOSICAO (SUSTADO)
000350*   24 CONTA BLOQUEADA
000360*   28 CONTRA-ORDEM POR FURTO OU ROUBO (SUSTADO)
000370*   35 CHEQUE NAO EMITIDO PARA A CONTA
000380*   49 CHEQUE JA PAGO, OR PRESENTED AGAIN AFTER A 12
000390*   99 ERRO AO ATUALIZAR CADASTRO (INTERNAL)
000400*-----------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHEQUE-IN ASSIGN TO "CHQIN"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CHQIN-STATUS.
000470     SELECT RETURN-FILE ASSIGN TO "CHQDEV"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-CHQDEV-STATUS.
000500     SELECT CHEQUE-MASTER ASSIGN TO "CHEQUES"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CH-CHAVE
000540         FILE STATUS IS WS-CHEQUES-STATUS.
000550     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-ACCOUNT-NUMBER
000590         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-CUSTMAST-STATUS.
000620     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000630         ORGANIZATION IS INDEXED
000632         ACCESS MODE IS DYNAMIC
000634         RECORD KEY IS TJ-SEQUENCIA
000636         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000640         FILE STATUS IS WS-TRANJRNL-STATUS.
000642     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000644         ORGANIZATION IS SEQUENTIAL
000646         FILE STATUS IS WS-TJSEQ-STATUS.
000650     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS RC-KEY
000690         FILE STATUS IS WS-RUNCTL-STATUS.
000700     SELECT HOLDS-FILE ASSIGN TO "BLOQVAL"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS BV-HOLD-NUMBER
000740         ALTERNATE RECORD KEY IS BV-ACCOUNT-NUMBER
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-BLOQVAL-STATUS.
000770     SELECT DATE-CARD ASSIGN TO "DATAMOV"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DATAMOV-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  CHEQUE-IN
000840     LABEL RECORDS ARE STANDARD.
000850 01  CHQIN-RECORD             PIC X(80).
000860 FD  RETURN-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  CHQDEV-RECORD            PIC X(80).
000890 FD  CHEQUE-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CHEQUE.
000920 FD  CUSTOMER-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940     COPY CUSTMAST.
000950 FD  TRANSACTION-JOURNAL
000960     LABEL RECORDS ARE STANDARD.
000970     COPY TRANJRNL.
000972 FD  JOURNAL-SEQUENCE
000974     LABEL RECORDS ARE STANDARD.
000976     COPY TJSEQ.
000980 FD  RUN-CONTROL
000990     LABEL RECORDS ARE STANDARD.
001000     COPY RUNCTL.
001010 FD  HOLDS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY BLOQVAL.
001040 FD  DATE-CARD
001050     LABEL RECORDS ARE STANDARD.
001060 01  DATAMOV-RECORD           PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090 01  WS-FILE-STATUSES.
001100     05  WS-CHQIN-STATUS          PIC X(02).
001110         88  WS-CHQIN-OK                 VALUE "00".
001120         88  WS-CHQIN-EOF                VALUE "10".
001130         88  WS-CHQIN-NOT-OPEN           VALUE "35".
001140     05  WS-CHQDEV-STATUS         PIC X(02).
001150         88  WS-CHQDEV-OK                VALUE "00".
001160         88  WS-CHQDEV-NOT-OPEN          VALUE "35".
001170     05  WS-CHEQUES-STATUS        PIC X(02).
001180         88  WS-CHEQUES-OK               VALUE "00".
001190         88  WS-CHEQUES-NOT-OPEN         VALUE "35".
001200     05  WS-CUSTMAST-STATUS       PIC X(02).
001210         88  WS-CUSTMAST-OK              VALUE "00".
001220         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
001230     05  WS-TRANJRNL-STATUS       PIC X(02).
001240         88  WS-TRANJRNL-OK              VALUE "00".
001250         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001252     05  WS-TJSEQ-STATUS          PIC X(02).
001254         88  WS-TJSEQ-OK                 VALUE "00".
001256         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
001260     05  WS-RUNCTL-STATUS         PIC X(02).
001270         88  WS-RUNCTL-OK                VALUE "00".
001280         88  WS-RUNCTL-NOT-OPEN          VALUE "35".
001290     05  WS-BLOQVAL-STATUS        PIC X(02).
001300         88  WS-BLOQVAL-OK               VALUE "00".
001310         88  WS-BLOQVAL-NOT-OPEN         VALUE "35".
001320     05  WS-DATAMOV-STATUS        PIC X(02).
001330         88  WS-DATAMOV-OK               VALUE "00".
001340         88  WS-DATAMOV-NOT-OPEN         VALUE "35".
001350 01  WS-SWITCHES.
001360     05  WS-EOF-ENTRADA-SW        PIC X(01) VALUE "N".
001370         88  WS-FIM-DA-ENTRADA           VALUE "S".
001380     05  WS-ARQUIVO-VALIDO-SW     PIC X(01) VALUE "S".
001390         88  WS-ARQUIVO-VALIDO           VALUE "S".
001400     05  WS-TEM-HEADER-SW         PIC X(01) VALUE "N".
001410         88  WS-TEM-HEADER               VALUE "S".
001420     05  WS-TEM-TRAILER-SW        PIC X(01) VALUE "N".
001430         88  WS-TEM-TRAILER              VALUE "S".
001440     05  WS-JA-PROCESSADO-SW      PIC X(01) VALUE "N".
001450         88  WS-JA-PROCESSADO            VALUE "S".
001460     05  WS-REINICIO-SW           PIC X(01) VALUE "N".
001470         88  WS-REINICIO                 VALUE "S".
001473     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
001476         88  WS-FALHA-JORNAL             VALUE "S".
001480     05  WS-RELATORIO-NOVO-SW     PIC X(01) VALUE "N".
001490         88  WS-RELATORIO-NOVO           VALUE "S".
001500     05  WS-ITEM-POSTADO-SW       PIC X(01) VALUE "N".
001510         88  WS-ITEM-POSTADO             VALUE "S".
001520     05  WS-FIM-BLOQVAL-SW        PIC X(01) VALUE "N".
001530         88  WS-FIM-DO-BLOQVAL           VALUE "S".
001540     05  WS-BLOQVAL-ABERTO-SW     PIC X(01) VALUE "N".
001550         88  WS-BLOQVAL-ABERTO           VALUE "S".
001560     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
001570         88  WS-DATA-DO-CARTAO           VALUE "S".
001580     05  WS-EOF-RET-SW            PIC X(01) VALUE "N".
001590         88  WS-FIM-DO-RETORNO           VALUE "S".
001600*-----------------------------------------------------------
001610* BUSINESS PROCESSING DATE (DATE CARD OR PROMPT, ZEROS
001620* MEANS TODAY), THE WALL-CLOCK DATE/TIME AND THE INBOUND
001630* FILE SEQUENCE ECHOED ON THE CHQDEV HEADER.
001640*-----------------------------------------------------------
001650 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
001660 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001670 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001680 77  WS-SEQUENCIA-ENTRADA     PIC 9(06) VALUE ZERO.
001690 01  WS-CARTAO-AREA.
001700     05  WS-CARTAO-LINHA          PIC X(80) VALUE SPACES.
001710     05  WS-CARTAO-CAMPOS REDEFINES WS-CARTAO-LINHA.
001720         10  WS-CARTAO-DATA       PIC 9(08).
001730         10  FILLER               PIC X(72).
001740*-----------------------------------------------------------
001750* COUNTERS AND CONTROL TOTALS. THE VALIDATION PASS PROVES
001760* THE INBOUND TRAILER BEFORE ANYTHING POSTS; THE POSTING
001770* PASS FEEDS THE RUNCTL CHECKPOINT; THE DEVOLUCAO TOTALS
001780* GO ON THE CHQDEV TRAILER.
001790*-----------------------------------------------------------
001800 77  WS-QTDE-VALIDADOS        PIC 9(09) COMP VALUE ZERO.
001810 77  WS-HASH-VALIDACAO        PIC 9(13)V99 VALUE ZERO.
001820 77  WS-QTDE-CHEQUES-LIDOS    PIC 9(07) COMP VALUE ZERO.
001830 77  WS-QTDE-CHEQUES-PAGOS    PIC 9(07) COMP VALUE ZERO.
001840 77  WS-QTDE-DEVOLVIDOS       PIC 9(07) COMP VALUE ZERO.
001850 77  WS-HASH-DEVOLVIDOS       PIC 9(13)V99 VALUE ZERO.
001860 77  WS-QTDE-RECONSTRUIDAS    PIC 9(07) COMP VALUE ZERO.
001870 77  WS-NUM-DETALHE           PIC 9(08) COMP VALUE ZERO.
001880 77  WS-QTDE-PULAR            PIC 9(08) VALUE ZERO.
001890 77  WS-LIMITE-DISPONIVEL     PIC S9(10)V99 VALUE ZERO.
001900 77  WS-TOTAL-BLOQUEADO       PIC 9(10)V99 VALUE ZERO.
001910*-----------------------------------------------------------
001920* INBOUND RECORD AREA AND ITS HEADER/DETAIL/TRAILER VIEWS
001930*-----------------------------------------------------------
001940 01  WS-ENT-AREA.
001950     05  WS-ENT-REGISTRO          PIC X(80).
001960     05  WS-ENT-HEADER REDEFINES WS-ENT-REGISTRO.
001970         10  WS-EH-TIPO-REG       PIC X(01).
001980         10  WS-EH-DATA-MOVTO     PIC 9(08).
001990         10  WS-EH-SEQUENCIA      PIC 9(06).
002000         10  FILLER               PIC X(65).
002010     05  WS-ENT-DETALHE REDEFINES WS-ENT-REGISTRO.
002020         10  WS-ED-TIPO-REG       PIC X(01).
002030         10  WS-ED-BANCO-APRES    PIC 9(03).
002040         10  WS-ED-CONTA          PIC 9(08).
002050         10  WS-ED-CHEQUE         PIC 9(06).
002060         10  WS-ED-VALOR          PIC 9(13)V99.
002070         10  WS-ED-REFERENCIA     PIC X(12).
002080         10  FILLER               PIC X(35).
002090     05  WS-ENT-TRAILER REDEFINES WS-ENT-REGISTRO.
002100         10  WS-ET-TIPO-REG       PIC X(01).
002110         10  WS-ET-QTDE           PIC 9(09).
002120         10  WS-ET-HASH           PIC 9(13)V99.
002130         10  FILLER               PIC X(55).
002140*-----------------------------------------------------------
002150* DEVOLUCAO FILE RECORD LAYOUTS (CHQDEV)
002160*-----------------------------------------------------------
002170 01  WS-DEV-HEADER.
002180     05  FILLER                   PIC X(01) VALUE "H".
002190     05  WS-DH-DATA-MOVTO         PIC 9(08).
002200     05  WS-DH-SEQ-ENTRADA        PIC 9(06).
002210     05  FILLER                   PIC X(65) VALUE SPACES.
002220 01  WS-DEV-DETALHE.
002230     05  FILLER                   PIC X(01) VALUE "R".
002240     05  WS-DD-BANCO-APRES        PIC 9(03).
002250     05  WS-DD-CONTA              PIC 9(08).
002260     05  WS-DD-CHEQUE             PIC 9(06).
002270     05  WS-DD-VALOR              PIC 9(13)V99.
002280     05  WS-DD-REFERENCIA         PIC X(12).
002290     05  WS-DD-MOTIVO-COD         PIC X(02).
002300     05  WS-DD-MOTIVO-DESC        PIC X(25).
002310     05  FILLER                   PIC X(08) VALUE SPACES.
002320 01  WS-DEV-TRAILER.
002330     05  FILLER                   PIC X(01) VALUE "T".
002340     05  WS-DT-QTDE               PIC 9(09).
002350     05  WS-DT-HASH               PIC 9(13)V99.
002360     05  FILLER                   PIC X(55) VALUE SPACES.
002370*-----------------------------------------------------------
002380* READ-BACK VIEW OF AN EXISTING CHQDEV DETAIL, USED ON A
002390* RESTART TO REBUILD THE TRAILER HASH FROM THE FILE.
002400*-----------------------------------------------------------
002410 01  WS-DEV-LIDA-AREA.
002420     05  WS-DEV-LIDA              PIC X(80).
002430     05  WS-DEV-LIDA-R REDEFINES WS-DEV-LIDA.
002440         10  WS-DL-TIPO-REG       PIC X(01).
002450         10  WS-DL-BANCO-APRES    PIC 9(03).
002460         10  WS-DL-CONTA          PIC 9(08).
002470         10  WS-DL-CHEQUE         PIC 9(06).
002480         10  WS-DL-VALOR          PIC 9(13)V99.
002490         10  FILLER               PIC X(47).
002500
002510 PROCEDURE DIVISION.
002520*-----------------------------------------------------------
002530* 0000-MAINLINE
002540* VALIDATES THE INBOUND FILE AGAINST ITS OWN TRAILER, THEN
002550* PAYS OR RETURNS EACH CHEQUE PRESENTED.
002560*-----------------------------------------------------------
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002590     IF WS-JA-PROCESSADO
002600         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002610         GOBACK
002620     END-IF.
002630     PERFORM 2000-PROCESSAR-ENTRADA THRU 2000-EXIT
002640         UNTIL WS-FIM-DA-ENTRADA.
002641     IF WS-FALHA-JORNAL
002642         DISPLAY "CHQBAT INTERROMPIDO POR FALHA NO JORNAL. O "
002643             "RUN-CONTROL FICA EM EXECUCAO PARA O REINICIO."
002644         CLOSE RETURN-FILE
002645         CLOSE CHEQUE-IN
002646         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002647         GOBACK
002648     END-IF.
002650     PERFORM 2900-GRAVAR-TRAILER-DEV THRU 2900-EXIT.
002660     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002670     GOBACK.
002680*-----------------------------------------------------------
002690* 1000-INITIALIZE
002700* TAKES THE BUSINESS DATE, PROVES THE INBOUND FILE WHOLE
002710* (FIRST PASS), REGISTERS THE RUN ON RUNCTL AND OPENS THE
002720* POSTING FILES. A FILE THAT FAILS ITS OWN TRAILER IS
002730* REFUSED BEFORE ANYTHING IS TOUCHED. THE CHEQUE MASTER IS
002740* CREATED EMPTY WHEN NO TALAO WAS EVER ISSUED - EVERY
002750* CHEQUE PRESENTED IS THEN RETURNED AS NOT ISSUED.
002760*-----------------------------------------------------------
002770 1000-INITIALIZE.
002780     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002790     ACCEPT WS-HORA-ATUAL FROM TIME.
002800     PERFORM 1050-OBTER-DATA THRU 1050-EXIT.
002810     PERFORM 1100-VALIDAR-ENTRADA THRU 1100-EXIT.
002820     IF NOT WS-ARQUIVO-VALIDO
002830         DISPLAY "ARQUIVO CHQIN RECUSADO. NADA FOI POSTADO."
002840         GOBACK
002850     END-IF.
002860     OPEN I-O CUSTOMER-MASTER.
002870     IF WS-CUSTMAST-NOT-OPEN
002880         DISPLAY "CUSTMAST NAO ENCONTRADO. CHQBAT ABORTADO."
002890         GOBACK
002900     END-IF.
002910     OPEN I-O TRANSACTION-JOURNAL.
002920     IF WS-TRANJRNL-NOT-OPEN
002930         OPEN OUTPUT TRANSACTION-JOURNAL
002940         CLOSE TRANSACTION-JOURNAL
002950         OPEN I-O TRANSACTION-JOURNAL
002960     END-IF.
002970     OPEN I-O CHEQUE-MASTER.
002980     IF WS-CHEQUES-NOT-OPEN
002990         OPEN OUTPUT CHEQUE-MASTER
003000         CLOSE CHEQUE-MASTER
003010         OPEN I-O CHEQUE-MASTER
003020     END-IF.
003030     OPEN INPUT HOLDS-FILE.
003040     IF WS-BLOQVAL-OK
003050         SET WS-BLOQVAL-ABERTO TO TRUE
003060     END-IF.
003070     PERFORM 7500-ABRIR-RUNCTL THRU 7500-EXIT.
003080     PERFORM 7600-INICIAR-RUNCTL THRU 7600-EXIT.
003090     IF WS-JA-PROCESSADO
003100         GO TO 1000-EXIT
003110     END-IF.
003120     IF WS-REINICIO
003130         MOVE RC-CHECKPOINT-KEY TO WS-QTDE-PULAR
003140         PERFORM 1200-RECONSTRUIR-DEVOLUCOES THRU 1200-EXIT
003150         OPEN EXTEND RETURN-FILE
003160         IF WS-CHQDEV-NOT-OPEN
003170             OPEN OUTPUT RETURN-FILE
003180             SET WS-RELATORIO-NOVO TO TRUE
003190         END-IF
003200     ELSE
003210         OPEN OUTPUT RETURN-FILE
003220         SET WS-RELATORIO-NOVO TO TRUE
003230     END-IF.
003240     IF NOT WS-CHQDEV-OK
003250         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO CHQDEV."
003260         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
003270         GOBACK
003280     END-IF.
003290     IF WS-RELATORIO-NOVO
003300         MOVE WS-DATA-ATUAL        TO WS-DH-DATA-MOVTO
003310         MOVE WS-SEQUENCIA-ENTRADA TO WS-DH-SEQ-ENTRADA
003320         WRITE CHQDEV-RECORD FROM WS-DEV-HEADER
003330     END-IF.
003340     OPEN INPUT CHEQUE-IN.
003350     MOVE ZERO TO WS-NUM-DETALHE.
003360     READ CHEQUE-IN INTO WS-ENT-REGISTRO
003370         AT END
003380             SET WS-FIM-DA-ENTRADA TO TRUE
003390     END-READ.
003400 1000-EXIT.
003410     EXIT.
003420*-----------------------------------------------------------
003430* 1050-OBTER-DATA
003440* TAKES THE BUSINESS DATE FROM THE DATAMOV DATE CARD WHEN
003450* THE NOTURNO CHAIN DRIVER LEFT ONE, OTHERWISE PROMPTS THE
003460* OPERATOR (ZEROS = TODAY).
003470*-----------------------------------------------------------
003480 1050-OBTER-DATA.
003490     MOVE "N" TO WS-CARTAO-SW.
003500     OPEN INPUT DATE-CARD.
003510     IF WS-DATAMOV-OK
003520         MOVE SPACES TO WS-CARTAO-LINHA
003530         READ DATE-CARD INTO WS-CARTAO-LINHA
003540             AT END
003550                 CONTINUE
003560         END-READ
003570         CLOSE DATE-CARD
003580         IF WS-CARTAO-DATA IS NUMERIC
003590             AND WS-CARTAO-DATA NOT = ZERO
003600             MOVE WS-CARTAO-DATA TO WS-DATA-ATUAL
003610             SET WS-DATA-DO-CARTAO TO TRUE
003620             DISPLAY "DATA DO MOVIMENTO TOMADA DO DATAMOV: "
003630                 WS-DATA-ATUAL
003640         END-IF
003650     END-IF.
003660     IF NOT WS-DATA-DO-CARTAO
003670         DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ZEROS = HOJE): "
003680         ACCEPT WS-DATA-ATUAL
003690         IF WS-DATA-ATUAL = ZERO
003700             MOVE WS-DATA-SISTEMA TO WS-DATA-ATUAL
003710         END-IF
003720     END-IF.
003730 1050-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------
003760* 1100-VALIDAR-ENTRADA
003770* FIRST PASS OVER CHQIN: THE FILE MUST OPEN WITH ONE H
003780* RECORD DATED ON THE BUSINESS DATE, CARRY ONLY NUMERIC D
003790* DETAILS AND CLOSE WITH ONE T RECORD WHOSE COUNT AND HASH
003800* AGREE WITH THE DETAILS READ. ANY DISAGREEMENT REFUSES
003810* THE WHOLE FILE.
003820*-----------------------------------------------------------
003830 1100-VALIDAR-ENTRADA.
003840     OPEN INPUT CHEQUE-IN.
003850     IF WS-CHQIN-NOT-OPEN
003860         DISPLAY "CHQIN NAO ENCONTRADO. CHQBAT ABORTADO."
003870         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
003880         GO TO 1100-EXIT
003890     END-IF.
003900     MOVE "N" TO WS-EOF-ENTRADA-SW.
003910     READ CHEQUE-IN INTO WS-ENT-REGISTRO
003920         AT END
003930             SET WS-FIM-DA-ENTRADA TO TRUE
003940     END-READ.
003950     PERFORM 1110-CONFERIR-REGISTRO THRU 1110-EXIT
003960         UNTIL WS-FIM-DA-ENTRADA.
003970     CLOSE CHEQUE-IN.
003980     MOVE "N" TO WS-EOF-ENTRADA-SW.
003990     IF NOT WS-TEM-HEADER
004000         DISPLAY "CHQIN SEM REGISTRO HEADER."
004010         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004020     END-IF.
004030     IF NOT WS-TEM-TRAILER
004040         DISPLAY "CHQIN SEM REGISTRO TRAILER."
004050         MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004060     END-IF.
004070 1100-EXIT.
004080     EXIT.
004090 1110-CONFERIR-REGISTRO.
004100     EVALUATE WS-ENT-REGISTRO (1:1)
004110         WHEN "H"
004120             SET WS-TEM-HEADER TO TRUE
004130             MOVE WS-EH-SEQUENCIA TO WS-SEQUENCIA-ENTRADA
004140             IF WS-EH-DATA-MOVTO NOT = WS-DATA-ATUAL
004150                 DISPLAY "CHQIN E DA DATA " WS-EH-DATA-MOVTO
004160                     " E NAO DE " WS-DATA-ATUAL "."
004170                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004180             END-IF
004190         WHEN "D"
004200             IF WS-ED-CONTA IS NUMERIC
004210                 AND WS-ED-CHEQUE IS NUMERIC
004220                 AND WS-ED-VALOR IS NUMERIC
004230                 ADD 1 TO WS-QTDE-VALIDADOS
004240                 ADD WS-ED-VALOR TO WS-HASH-VALIDACAO
004250                     ON SIZE ERROR
004260                         CONTINUE
004270                 END-ADD
004280             ELSE
004290                 DISPLAY "CHQIN COM DETALHE NAO NUMERICO."
004300                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004310             END-IF
004320         WHEN "T"
004330             SET WS-TEM-TRAILER TO TRUE
004340             IF WS-ET-QTDE NOT = WS-QTDE-VALIDADOS
004350                 DISPLAY "CHQIN TRAILER ACUSA " WS-ET-QTDE
004360                     " DETALHES; LIDOS " WS-QTDE-VALIDADOS "."
004370                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004380             END-IF
004390             IF WS-ET-HASH NOT = WS-HASH-VALIDACAO
004400                 DISPLAY "CHQIN HASH DO TRAILER NAO CONFERE."
004410                 MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004420             END-IF
004430         WHEN OTHER
004440             DISPLAY "CHQIN COM TIPO DE REGISTRO INVALIDO."
004450             MOVE "N" TO WS-ARQUIVO-VALIDO-SW
004460     END-EVALUATE.
004470     READ CHEQUE-IN INTO WS-ENT-REGISTRO
004480         AT END
004490             SET WS-FIM-DA-ENTRADA TO TRUE
004500     END-READ.
004510 1110-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------
004540* 1200-RECONSTRUIR-DEVOLUCOES
004550* ON A RESTART, REBUILDS THE TRAILER TOTALS OF THE
004560* DEVOLUCAO FILE FROM ITS EXISTING DETAILS, AS CLRBAT DOES
004570* FOR CLRRET: RUNCTL CARRIES ONLY THE COUNT, AND THE COUNT
004580* READ BACK FROM THE FILE PREVAILS ON A DIVERGENCE.
004590*-----------------------------------------------------------
004600 1200-RECONSTRUIR-DEVOLUCOES.
004610     MOVE ZERO TO WS-HASH-DEVOLVIDOS.
004620     MOVE ZERO TO WS-QTDE-RECONSTRUIDAS.
004630     MOVE "N" TO WS-EOF-RET-SW.
004640     OPEN INPUT RETURN-FILE.
004650     IF WS-CHQDEV-NOT-OPEN
004660         DISPLAY "CHQDEV ANTERIOR NAO ENCONTRADO - TOTAIS "
004670             "DO TRAILER RECOMECAM DO ZERO."
004680         MOVE ZERO TO WS-QTDE-DEVOLVIDOS
004690         GO TO 1200-EXIT
004700     END-IF.
004710     READ RETURN-FILE INTO WS-DEV-LIDA
004720         AT END
004730             SET WS-FIM-DO-RETORNO TO TRUE
004740     END-READ.
004750     PERFORM 1210-SOMAR-DEVOLUCAO THRU 1210-EXIT
004760         UNTIL WS-FIM-DO-RETORNO.
004770     CLOSE RETURN-FILE.
004780     IF WS-QTDE-RECONSTRUIDAS NOT = WS-QTDE-DEVOLVIDOS
004790         DISPLAY "CHQDEV COM " WS-QTDE-RECONSTRUIDAS
004800             " DEVOLUCOES; RUNCTL ACUSAVA "
004810             WS-QTDE-DEVOLVIDOS "."
004820         DISPLAY "O TOTAL DO ARQUIVO PREVALECE NO TRAILER."
004830         MOVE WS-QTDE-RECONSTRUIDAS TO WS-QTDE-DEVOLVIDOS
004840     END-IF.
004850 1200-EXIT.
004860     EXIT.
004870 1210-SOMAR-DEVOLUCAO.
004880     IF WS-DL-TIPO-REG = "R"
004890         AND WS-DL-VALOR IS NUMERIC
004900         ADD 1 TO WS-QTDE-RECONSTRUIDAS
004910         ADD WS-DL-VALOR TO WS-HASH-DEVOLVIDOS
004920             ON SIZE ERROR
004930                 CONTINUE
004940         END-ADD
004950     END-IF.
004960     READ RETURN-FILE INTO WS-DEV-LIDA
004970         AT END
004980             SET WS-FIM-DO-RETORNO TO TRUE
004990     END-READ.
005000 1210-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------
005030* 2000-PROCESSAR-ENTRADA
005040* SECOND PASS: HANDLES ONE INBOUND DETAIL. DETAILS ALREADY
005050* HANDLED BEFORE THE CHECKPOINT OF AN INTERRUPTED RUN ARE
005060* SKIPPED. HEADER AND TRAILER WERE PROVED IN 1100.
005070*-----------------------------------------------------------
005080 2000-PROCESSAR-ENTRADA.
005090     IF WS-ENT-REGISTRO (1:1) = "D"
005100         ADD 1 TO WS-NUM-DETALHE
005110         IF WS-NUM-DETALHE > WS-QTDE-PULAR
005120             ADD 1 TO WS-QTDE-CHEQUES-LIDOS
005130             PERFORM 2100-COMPENSAR-CHEQUE THRU 2100-EXIT
005132             IF WS-FALHA-JORNAL
005134                 SET WS-FIM-DA-ENTRADA TO TRUE
005136                 GO TO 2000-EXIT
005138             END-IF
005140             PERFORM 7700-GRAVAR-CHECKPOINT THRU 7700-EXIT
005150         END-IF
005160     END-IF.
005170     READ CHEQUE-IN INTO WS-ENT-REGISTRO
005180         AT END
005190             SET WS-FIM-DA-ENTRADA TO TRUE
005200     END-READ.
005210 2000-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------
005240* 2100-COMPENSAR-CHEQUE
005250* DECIDES ONE CHEQUE. IT MUST HAVE BEEN ISSUED TO THE
005260* ACCOUNT, NOT BE PAID, SUSTADO OR ALREADY RETURNED TWICE
005270* FOR LACK OF FUNDS, THE ACCOUNT MUST BE ATIVA AND THE
005280* AVAILABLE BALANCE (LIMIT INCLUDED, HOLDS EXCLUDED) MUST
005290* COVER IT. A CHEQUE THAT PASSES IS PAID; ANY OTHER GOES
005300* TO CHQDEV WITH ITS MOTIVO, NEVER SKIPPED IN SILENCE.
005310* A CHEQUE ALREADY PAID ON THIS SAME BUSINESS DATE BY AN
005320* INTERRUPTED RUN (PAID AFTER ITS LAST CHECKPOINT) IS
005330* COUNTED AS PAID, NOT RETURNED AND NOT DEBITED AGAIN.
005340*-----------------------------------------------------------
005350 2100-COMPENSAR-CHEQUE.
005360     MOVE WS-ED-CONTA  TO CH-ACCOUNT-NUMBER.
005370     MOVE WS-ED-CHEQUE TO CH-NUMERO.
005380     READ CHEQUE-MASTER
005390         INVALID KEY
005400             MOVE "35" TO WS-DD-MOTIVO-COD
005410             MOVE "CHEQUE NAO EMITIDO" TO WS-DD-MOTIVO-DESC
005420             PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
005430             GO TO 2100-EXIT
005440     END-READ.
005450     IF CH-PAGO
005460         IF WS-REINICIO
005470             AND CH-DATA-PAGAMENTO = WS-DATA-ATUAL
005480             AND CH-VALOR-PAGO = WS-ED-VALOR
005490             DISPLAY "CHEQUE " CH-NUMERO " DA CONTA "
005500                 CH-ACCOUNT-NUMBER " JA PAGO ANTES DO REINICIO."
005510             ADD 1 TO WS-QTDE-CHEQUES-PAGOS
005520             GO TO 2100-EXIT
005530         END-IF
005540         MOVE "49" TO WS-DD-MOTIVO-COD
005550         MOVE "CHEQUE JA PAGO" TO WS-DD-MOTIVO-DESC
005560         PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
005570         GO TO 2100-EXIT
005580     END-IF.
005590     IF CH-SUSTADO
005600         MOVE CH-MOTIVO-SUSTACAO TO WS-DD-MOTIVO-COD
005610         EVALUATE CH-MOTIVO-SUSTACAO
005620             WHEN "20"
005630                 MOVE "FOLHA CANCELADA - SUSTADO"
005640                     TO WS-DD-MOTIVO-DESC
005650             WHEN "28"
005660                 MOVE "FURTO OU ROUBO - SUSTADO"
005670                     TO WS-DD-MOTIVO-DESC
005680             WHEN OTHER
005690                 MOVE "21" TO WS-DD-MOTIVO-COD
005700                 MOVE "CONTRA-ORDEM - SUSTADO"
005710                     TO WS-DD-MOTIVO-DESC
005720         END-EVALUATE
005730         PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
005740         GO TO 2100-EXIT
005750     END-IF.
005760     IF CH-DEVOLVIDO
005770         AND CH-QTDE-DEVOLUCOES NOT < 2
005780         AND CH-DATA-DEVOLUCAO NOT = WS-DATA-ATUAL
005790         MOVE "49" TO WS-DD-MOTIVO-COD
005800         MOVE "REAPRESENTACAO INDEVIDA" TO WS-DD-MOTIVO-DESC
005810         PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
005820         GO TO 2100-EXIT
005830     END-IF.
005840     MOVE WS-ED-CONTA TO CM-ACCOUNT-NUMBER.
005850     READ CUSTOMER-MASTER
005860         INVALID KEY
005870             MOVE "13" TO WS-DD-MOTIVO-COD
005880             MOVE "CONTA INEXISTENTE" TO WS-DD-MOTIVO-DESC
005890             PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
005900             GO TO 2100-EXIT
005910     END-READ.
005920     IF CM-CONTA-ENCERRADA
005930         MOVE "13" TO WS-DD-MOTIVO-COD
005940         MOVE "CONTA ENCERRADA" TO WS-DD-MOTIVO-DESC
005950         PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
005960         GO TO 2100-EXIT
005970     END-IF.
005980     IF CM-CONTA-BLOQUEADA
005990         MOVE "24" TO WS-DD-MOTIVO-COD
006000         MOVE "CONTA BLOQUEADA" TO WS-DD-MOTIVO-DESC
006010         PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
006020         GO TO 2100-EXIT
006030     END-IF.
006040     PERFORM 5500-CALCULAR-DISPONIVEL THRU 5500-EXIT.
006050     IF WS-ED-VALOR > WS-LIMITE-DISPONIVEL
006060         PERFORM 2200-DEVOLVER-SEM-FUNDOS THRU 2200-EXIT
006070         GO TO 2100-EXIT
006080     END-IF.
006090     PERFORM 2300-PAGAR-CHEQUE THRU 2300-EXIT.
006100 2100-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------
006130* 2200-DEVOLVER-SEM-FUNDOS
006140* RETURNS A CHEQUE THE AVAILABLE BALANCE DOES NOT COVER:
006150* MOTIVO 11 ON ITS FIRST PRESENTATION, 12 ON THE SECOND.
006160* THE COUNT IS KEPT ON THE CHEQUE MASTER; A CHEQUE ALREADY
006170* RETURNED ON THIS SAME BUSINESS DATE (A RESTARTED RUN)
006180* KEEPS THE MOTIVO IT WAS GIVEN AND IS NOT COUNTED TWICE.
006190*-----------------------------------------------------------
006200 2200-DEVOLVER-SEM-FUNDOS.
006210     IF CH-QTDE-DEVOLUCOES IS NOT NUMERIC
006220         MOVE ZERO TO CH-QTDE-DEVOLUCOES
006230     END-IF.
006240     IF CH-DATA-DEVOLUCAO = WS-DATA-ATUAL
006250         AND (CH-ULTIMO-MOTIVO = "11" OR "12")
006260         CONTINUE
006270     ELSE
006280         IF CH-QTDE-DEVOLUCOES = ZERO
006290             MOVE "11" TO CH-ULTIMO-MOTIVO
006300         ELSE
006310             MOVE "12" TO CH-ULTIMO-MOTIVO
006320         END-IF
006330         ADD 1 TO CH-QTDE-DEVOLUCOES
006340         MOVE WS-DATA-ATUAL TO CH-DATA-DEVOLUCAO
006350         MOVE "D" TO CH-STATUS
006360         REWRITE CHEQUE-RECORD
006370             INVALID KEY
006380                 DISPLAY "ERRO AO MARCAR O CHEQUE " CH-NUMERO
006390                     " DA CONTA " CH-ACCOUNT-NUMBER
006400                     ". STATUS: " WS-CHEQUES-STATUS
006410         END-REWRITE
006420     END-IF.
006430     MOVE CH-ULTIMO-MOTIVO TO WS-DD-MOTIVO-COD.
006440     IF CH-ULTIMO-MOTIVO = "11"
006450         MOVE "SEM FUNDOS - 1A APRESENT." TO WS-DD-MOTIVO-DESC
006460     ELSE
006470         MOVE "SEM FUNDOS - 2A APRESENT." TO WS-DD-MOTIVO-DESC
006480     END-IF.
006490     PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT.
006500 2200-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------
006530* 2300-PAGAR-CHEQUE
006540* JOURNALS THE CHEQUE AS CQ WITH THE CHEQUE NUMBER IN
006550* TJ-ESTORNO-REF, DEBITS IT AND ONLY THEN MARKS THE CHEQUE
006560* PAGO, SO A CHEQUE FOUND PAGO ON A RESTART IS KNOWN TO BE
006570* DEBITED AND JOURNALED. A JOURNAL FAILURE LEAVES ACCOUNT
006575* AND CHEQUE UNTOUCHED AND STOPS THE RUN. WHEN THE DEBIT
006576* CANNOT BE REWRITTEN THE CQ IS TAKEN OFF THE JOURNAL
006577* BEFORE THE CHEQUE IS RETURNED.
006580*-----------------------------------------------------------
006590 2300-PAGAR-CHEQUE.
006600     MOVE "N" TO WS-ITEM-POSTADO-SW.
006610     COMPUTE CM-BALANCE = CM-BALANCE - WS-ED-VALOR.
006611     MOVE "CQ"         TO TJ-TRANS-TYPE.
006612     MOVE WS-ED-VALOR  TO TJ-TRANS-AMOUNT.
006613     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
006614     IF WS-FALHA-JORNAL
006615         GO TO 2300-EXIT
006616     END-IF.
006620     REWRITE CUSTMAST-RECORD
006630         INVALID KEY
006632             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
006634             IF WS-FALHA-JORNAL
006636                 GO TO 2300-EXIT
006638             END-IF
006640             MOVE "99" TO WS-DD-MOTIVO-COD
006650             MOVE "ERRO AO ATUALIZAR CADASTRO"
006660                 TO WS-DD-MOTIVO-DESC
006670             PERFORM 2800-GRAVAR-DEVOLUCAO THRU 2800-EXIT
006680         NOT INVALID KEY
006690             SET WS-ITEM-POSTADO TO TRUE
006700     END-REWRITE.
006710     IF NOT WS-ITEM-POSTADO
006720         GO TO 2300-EXIT
006730     END-IF.
006770     MOVE "P"           TO CH-STATUS.
006780     MOVE WS-ED-VALOR   TO CH-VALOR-PAGO.
006790     MOVE WS-DATA-ATUAL TO CH-DATA-PAGAMENTO.
006800     REWRITE CHEQUE-RECORD
006810         INVALID KEY
006820             DISPLAY "ERRO AO MARCAR O CHEQUE " CH-NUMERO
006830                 " DA CONTA " CH-ACCOUNT-NUMBER
006840                 " COMO PAGO. STATUS: " WS-CHEQUES-STATUS
006850     END-REWRITE.
006860     ADD 1 TO WS-QTDE-CHEQUES-PAGOS.
006870 2300-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------
006900* 2800-GRAVAR-DEVOLUCAO
006910* WRITES ONE DEVOLUCAO DETAIL FOR THE CHEQUE THAT COULD NOT
006920* BE PAID. THE CALLER HAS ALREADY FILLED THE MOTIVO FIELDS.
006930*-----------------------------------------------------------
006940 2800-GRAVAR-DEVOLUCAO.
006950     MOVE WS-ED-BANCO-APRES TO WS-DD-BANCO-APRES.
006960     MOVE WS-ED-CONTA       TO WS-DD-CONTA.
006970     MOVE WS-ED-CHEQUE      TO WS-DD-CHEQUE.
006980     MOVE WS-ED-VALOR       TO WS-DD-VALOR.
006990     MOVE WS-ED-REFERENCIA  TO WS-DD-REFERENCIA.
007000     WRITE CHQDEV-RECORD FROM WS-DEV-DETALHE.
007010     ADD 1 TO WS-QTDE-DEVOLVIDOS.
007020     ADD WS-ED-VALOR TO WS-HASH-DEVOLVIDOS
007030         ON SIZE ERROR
007040             CONTINUE
007050     END-ADD.
007060 2800-EXIT.
007070     EXIT.
007080*-----------------------------------------------------------
007090* 2900-GRAVAR-TRAILER-DEV
007100* CLOSES THE DEVOLUCAO FILE WITH ITS COUNT AND HASH TOTAL
007110* SO THE CLEARING HOUSE CAN PROVE IT ARRIVED WHOLE.
007120*-----------------------------------------------------------
007130 2900-GRAVAR-TRAILER-DEV.
007140     MOVE WS-QTDE-DEVOLVIDOS TO WS-DT-QTDE.
007150     MOVE WS-HASH-DEVOLVIDOS TO WS-DT-HASH.
007160     WRITE CHQDEV-RECORD FROM WS-DEV-TRAILER.
007170     CLOSE RETURN-FILE.
007180     CLOSE CHEQUE-IN.
007190 2900-EXIT.
007200     EXIT.
007210*-----------------------------------------------------------
007220* 5000-GRAVAR-JORNAL
007230* APPENDS ONE MOVEMENT TO THE TRANSACTION JOURNAL FOR THE
007240* ACCOUNT CURRENTLY IN THE CUSTMAST RECORD AREA. THE
007250* CALLER SETS TJ-TRANS-TYPE AND TJ-TRANS-AMOUNT; THE
007260* CHEQUE NUMBER GOES IN TJ-ESTORNO-REF.
007263* A MOVEMENT THAT CANNOT BE NUMBERED OR WRITTEN SETS
007266* WS-FALHA-JORNAL.
007270*-----------------------------------------------------------
007280 5000-GRAVAR-JORNAL.
007290     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
007300     MOVE WS-HORA-ATUAL        TO TJ-TRANS-TIME.
007310     MOVE CM-ACCOUNT-NUMBER    TO TJ-ACCOUNT-NUMBER.
007320     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
007330     MOVE "CHQB"               TO TJ-OPERATOR-ID.
007340     MOVE WS-ED-CHEQUE         TO TJ-ESTORNO-REF.
007345     MOVE CM-AGENCIA           TO TJ-AGENCIA.
007346     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
007347     IF TJ-SEQUENCIA = ZERO
007348         GO TO 5000-EXIT
007349     END-IF.
007350     WRITE TRANJRNL-RECORD
007352         INVALID KEY
007354             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
007356                 WS-TRANJRNL-STATUS
007357             SET WS-FALHA-JORNAL TO TRUE
007358     END-WRITE.
007360 5000-EXIT.
007361     EXIT.
007362*-----------------------------------------------------------
007363* 5050-NUMERAR-MOVIMENTO
007364* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
007365* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
007366* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
007367* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
007368* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
007369*-----------------------------------------------------------
007370 5050-NUMERAR-MOVIMENTO.
007371     MOVE ZERO TO TJ-SEQUENCIA.
007378     OPEN I-O JOURNAL-SEQUENCE.
007379     IF WS-TJSEQ-NOT-OPEN
007380         OPEN OUTPUT JOURNAL-SEQUENCE
007381         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
007382         MOVE SPACES TO TS-FILLER
007383         WRITE TJSEQ-RECORD
007384         CLOSE JOURNAL-SEQUENCE
007385         OPEN I-O JOURNAL-SEQUENCE
007386     END-IF.
007387     IF NOT WS-TJSEQ-OK
007388         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
007389         SET WS-FALHA-JORNAL TO TRUE
007390         GO TO 5050-EXIT
007391     END-IF.
007392     READ JOURNAL-SEQUENCE
007393         AT END
007394             CONTINUE
007395     END-READ.
007396     IF WS-TJSEQ-OK
007397         ADD 1 TO TS-ULTIMA-SEQUENCIA
007398         REWRITE TJSEQ-RECORD
007399     END-IF.
007400     IF NOT WS-TJSEQ-OK
007401         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
007402             WS-TJSEQ-STATUS
007403         SET WS-FALHA-JORNAL TO TRUE
007404         CLOSE JOURNAL-SEQUENCE
007405         GO TO 5050-EXIT
007406     END-IF.
007407     CLOSE JOURNAL-SEQUENCE.
007408     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
007409 5050-EXIT.
007410     EXIT.
007411*-----------------------------------------------------------
007412* 5060-ANULAR-MOVIMENTO
007413* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
007414* TJ-SEQUENCIA, WHEN THE ACCOUNT IT BELONGS TO COULD NOT BE
007415* POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED. A MOVEMENT
007416* THAT CANNOT BE DELETED SETS WS-FALHA-JORNAL.
007417*-----------------------------------------------------------
007418 5060-ANULAR-MOVIMENTO.
007419     DELETE TRANSACTION-JOURNAL RECORD
007420         INVALID KEY
007421             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
007422                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
007423             SET WS-FALHA-JORNAL TO TRUE
007424     END-DELETE.
007425 5060-EXIT.
007426     EXIT.
007430*-----------------------------------------------------------
007432* 5500-CALCULAR-DISPONIVEL
007434* COMPUTES THE BALANCE AVAILABLE FOR THE CHEQUE:
007436* CM-BALANCE PLUS CM-OVERDRAFT-LIMIT MINUS THE SUM OF THE
007438* ACCOUNTS ACTIVE JUDICIAL HOLDS ON BLOQVAL, AS IN CLRBAT.
007440* RESULT IN WS-LIMITE-DISPONIVEL.
007442*-----------------------------------------------------------
007450 5500-CALCULAR-DISPONIVEL.
007460     MOVE ZERO TO WS-TOTAL-BLOQUEADO.
007470     IF WS-BLOQVAL-ABERTO
007480         MOVE "N" TO WS-FIM-BLOQVAL-SW
007490         MOVE CM-ACCOUNT-NUMBER TO BV-ACCOUNT-NUMBER
007500         START HOLDS-FILE
007510             KEY IS NOT LESS THAN BV-ACCOUNT-NUMBER
007520             INVALID KEY
007530                 SET WS-FIM-DO-BLOQVAL TO TRUE
007540         END-START
007550         IF NOT WS-FIM-DO-BLOQVAL
007560             READ HOLDS-FILE NEXT RECORD
007570                 AT END
007580                     SET WS-FIM-DO-BLOQVAL TO TRUE
007590             END-READ
007600         END-IF
007610         PERFORM 5510-SOMAR-BLOQUEIO THRU 5510-EXIT
007620             UNTIL WS-FIM-DO-BLOQVAL
007630     END-IF.
007640     COMPUTE WS-LIMITE-DISPONIVEL =
007650         CM-BALANCE + CM-OVERDRAFT-LIMIT - WS-TOTAL-BLOQUEADO.
007660 5500-EXIT.
007670     EXIT.
007680 5510-SOMAR-BLOQUEIO.
007690     IF BV-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
007700         SET WS-FIM-DO-BLOQVAL TO TRUE
007710         GO TO 5510-EXIT
007720     END-IF.
007730     IF BV-BLOQUEIO-ATIVO
007740         ADD BV-AMOUNT TO WS-TOTAL-BLOQUEADO
007750     END-IF.
007760     READ HOLDS-FILE NEXT RECORD
007770         AT END
007780             SET WS-FIM-DO-BLOQVAL TO TRUE
007790     END-READ.
007800 5510-EXIT.
007810     EXIT.
007820*-----------------------------------------------------------
007830* 7500-ABRIR-RUNCTL
007840* OPENS (OR CREATES ON FIRST USE) THE RUN-CONTROL FILE.
007850*-----------------------------------------------------------
007860 7500-ABRIR-RUNCTL.
007870     OPEN I-O RUN-CONTROL.
007880     IF WS-RUNCTL-NOT-OPEN
007890         OPEN OUTPUT RUN-CONTROL
007900         CLOSE RUN-CONTROL
007910         OPEN I-O RUN-CONTROL
007920     END-IF.
007930 7500-EXIT.
007940     EXIT.
007950*-----------------------------------------------------------
007960* 7600-INICIAR-RUNCTL
007970* REGISTERS THE RUN FOR THE BUSINESS DATE. A DATE ALREADY
007980* CONCLUIDO IS REFUSED SO NO CHEQUE IS PAID TWICE; A DATE
007990* LEFT EM EXECUCAO RESUMES AFTER THE LAST CHECKPOINTED
008000* DETAIL WITH THE COUNTERS RESTORED.
008010*-----------------------------------------------------------
008020 7600-INICIAR-RUNCTL.
008030     MOVE "CHQBAT"      TO RC-JOB-NAME.
008040     MOVE WS-DATA-ATUAL TO RC-PROC-DATE.
008050     READ RUN-CONTROL
008060         INVALID KEY
008070             MOVE "E"           TO RC-RUN-STATUS
008080             MOVE WS-HORA-ATUAL TO RC-START-TIME
008090             MOVE ZERO          TO RC-END-TIME
008100             MOVE ZERO          TO RC-CHECKPOINT-KEY
008110             MOVE ZERO          TO RC-QTDE-LIDAS
008120             MOVE ZERO          TO RC-QTDE-PROCESSADAS
008130             MOVE ZERO          TO RC-QTDE-IGNORADAS
008140             MOVE SPACES        TO RC-FILLER
008150             WRITE RUNCTL-RECORD
008160         NOT INVALID KEY
008170             IF RC-CONCLUIDO
008180                 DISPLAY "CHQBAT JA PROCESSADO NA DATA "
008190                     WS-DATA-ATUAL ". EXECUCAO RECUSADA."
008200                 SET WS-JA-PROCESSADO TO TRUE
008210             ELSE
008220                 DISPLAY "REINICIANDO CHQBAT DA DATA "
008230                     WS-DATA-ATUAL " APOS O CHEQUE "
008240                     RC-CHECKPOINT-KEY
008250                 SET WS-REINICIO TO TRUE
008260                 MOVE RC-QTDE-LIDAS TO WS-QTDE-CHEQUES-LIDOS
008270                 MOVE RC-QTDE-PROCESSADAS
008280                     TO WS-QTDE-CHEQUES-PAGOS
008290                 MOVE RC-QTDE-IGNORADAS
008300                     TO WS-QTDE-DEVOLVIDOS
008310             END-IF
008320     END-READ.
008330 7600-EXIT.
008340     EXIT.
008350*-----------------------------------------------------------
008360* 7700-GRAVAR-CHECKPOINT
008370* REWRITES THE RUN-CONTROL RECORD AFTER EVERY CHEQUE
008380* HANDLED, SO A RESTART NEVER PAYS A CHEQUE TWICE.
008390*-----------------------------------------------------------
008400 7700-GRAVAR-CHECKPOINT.
008410     MOVE WS-NUM-DETALHE         TO RC-CHECKPOINT-KEY.
008420     MOVE WS-QTDE-CHEQUES-LIDOS  TO RC-QTDE-LIDAS.
008430     MOVE WS-QTDE-CHEQUES-PAGOS  TO RC-QTDE-PROCESSADAS.
008440     MOVE WS-QTDE-DEVOLVIDOS     TO RC-QTDE-IGNORADAS.
008450     REWRITE RUNCTL-RECORD
008460         INVALID KEY
008470             DISPLAY "ERRO AO GRAVAR CHECKPOINT. STATUS: "
008480                 WS-RUNCTL-STATUS
008490     END-REWRITE.
008500 7700-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------
008530* 7800-ENCERRAR-RUNCTL
008540* MARKS THE BUSINESS DATE AS CONCLUIDO WITH THE FINAL
008550* COUNTS AND END TIME.
008560*-----------------------------------------------------------
008570 7800-ENCERRAR-RUNCTL.
008580     MOVE "C"                    TO RC-RUN-STATUS.
008590     ACCEPT WS-HORA-ATUAL FROM TIME.
008600     MOVE WS-HORA-ATUAL          TO RC-END-TIME.
008610     MOVE WS-NUM-DETALHE         TO RC-CHECKPOINT-KEY.
008620     MOVE WS-QTDE-CHEQUES-LIDOS  TO RC-QTDE-LIDAS.
008630     MOVE WS-QTDE-CHEQUES-PAGOS  TO RC-QTDE-PROCESSADAS.
008640     MOVE WS-QTDE-DEVOLVIDOS     TO RC-QTDE-IGNORADAS.
008650     REWRITE RUNCTL-RECORD
008660         INVALID KEY
008670             DISPLAY "ERRO AO ENCERRAR RUN-CONTROL. STATUS: "
008680                 WS-RUNCTL-STATUS
008690     END-REWRITE.
008700 7800-EXIT.
008710     EXIT.
008720*-----------------------------------------------------------
008730* 9000-FINALIZE
008740* MARKS THE RUN CONCLUIDO, CLOSES THE FILES AND DISPLAYS
008750* THE RUN SUMMARY.
008760*-----------------------------------------------------------
008770 9000-FINALIZE.
008780     PERFORM 7800-ENCERRAR-RUNCTL THRU 7800-EXIT.
008790     PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT.
008800     DISPLAY "CHQBAT - CHEQUES APRESENTADOS: "
008810         WS-QTDE-CHEQUES-LIDOS.
008820     DISPLAY "CHQBAT - CHEQUES PAGOS       : "
008830         WS-QTDE-CHEQUES-PAGOS.
008840     DISPLAY "CHQBAT - CHEQUES DEVOLVIDOS  : "
008850         WS-QTDE-DEVOLVIDOS.
008860 9000-EXIT.
008870     EXIT.
008880*-----------------------------------------------------------
008890* 9100-FECHAR-ARQUIVOS
008900* CLOSES THE FILES SHARED BY THE NORMAL AND REFUSED ENDS.
008910*-----------------------------------------------------------
008920 9100-FECHAR-ARQUIVOS.
008930     CLOSE CUSTOMER-MASTER.
008940     CLOSE TRANSACTION-JOURNAL.
008950     CLOSE CHEQUE-MASTER.
008960     CLOSE RUN-CONTROL.
008970     IF WS-BLOQVAL-ABERTO
008980         CLOSE HOLDS-FILE
008990     END-IF.
009000 9100-EXIT.
009010     EXIT.
009020 END PROGRAM CHQBAT.
