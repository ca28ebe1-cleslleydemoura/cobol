000471*                  AUTHORIZATIONS (3250/3550) NOW REFUSE
000472*                  A TRAVADO SUPERVISOR AND COUNT BAD
000473*                  PASSWORDS (3260), AS THE SIGN-ON DOES.
000474* 2026-10-15 CDM   SECURITY EVENTS ARE NOW WRITTEN TO THE
000475*                  NEW SECURITY LOG (SECLOG) BY 5400: SIGN-ON
000476*                  OF AN UNKNOWN, TRAVADO OR INACTIVE
000477*                  OPERATOR, EVERY BAD PASSWORD AND THE
000478*                  LOCKOUT IT CAUSES, THE FORCED PASSWORD
000479*                  CHANGE (DONE OR REFUSED) AND EVERY
000480*                  SUPERVISOR AUTHORIZATION OF A SAQUE OR
000481*                  ESTORNO, GRANTED OR DENIED, WITH THE
000482*                  ACCOUNT AND AMOUNT INVOLVED.
000483* 2026-10-15 CDM   BRANCHES. THE TELLERS OP-AGENCIA IS KEPT
000484*                  AT SIGN-ON AND STAMPED ON EVERY JOURNAL
000485*                  MOVEMENT (TJ-AGENCIA); A NEW ACCOUNT
000486*                  BELONGS TO THE TELLERS BRANCH. AN ACCOUNT
000487*                  OF ANOTHER BRANCH IS ONLY SERVED WITH A
000488*                  SUPERVISOR AUTHORIZATION (2060), LOGGED
000489*                  ON SECLOG AS EVENT AO.
000490* 2026-10-15 CDM   THE JOURNAL IS NOW INDEXED AND HELD OPEN
000491*                  I-O FOR THE SESSION; EACH MOVEMENT TAKES
000492*                  ITS SEQUENCE FROM TJSEQ (5050). THE
000493*                  ESTORNO LOOK-UP (3510) GOES STRAIGHT TO
000494*                  THE ACCOUNTS MOVEMENTS FROM THE ORIGINAL
000495*                  DATE AND TIME BY THE ACCOUNT KEY INSTEAD
000496*                  OF READING THE WHOLE JOURNAL. NEW MENU
000497*                  OPTION 8 - ULTIMOS MOVIMENTOS SHOWS THE
000498*                  LAST TEN MOVEMENTS OF THE ACCOUNT.
000499* 2026-10-15 CDM   EVERY MOVEMENT IS NOW JOURNALED BEFORE THE
000500*                  MASTER IS REWRITTEN. A TJSEQ OR JOURNAL
000501*                  WRITE FAILURE REFUSES THE OPERATION WITH
000502*                  THE ACCOUNT UNTOUCHED; A MOVEMENT WHOSE
000503*                  POSTING FAILS AFTERWARDS IS DELETED FROM
000504*                  THE JOURNAL (5060).
000505*-----------------------------------------------------------
000506 ENVIRONMENT DIVISION.
000507 INPUT-OUTPUT SECTION.
000508 FILE-CONTROL.
000509     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000510         ORGANIZATION IS SEQUENTIAL
000511         FILE STATUS IS WS-SECLOG-STATUS.
000538     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-CUSTMAST-STATUS.
000600     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000601         ORGANIZATION IS INDEXED
000602         ACCESS MODE IS DYNAMIC
000603         RECORD KEY IS TJ-SEQUENCIA
000604         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000605         FILE STATUS IS WS-TRANJRNL-STATUS.
000606     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-TJSEQ-STATUS.
000630     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC

000684 DATA DIVISION.
000686 FILE SECTION.
000689 FD  SECURITY-LOG
000692     LABEL RECORDS ARE STANDARD.
000695     COPY SECLOG.
000700 FD  CUSTOMER-MASTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CUSTMAST.
000730 FD  TRANSACTION-JOURNAL
000740     LABEL RECORDS ARE STANDARD.
000750     COPY TRANJRNL.
000752 FD  JOURNAL-SEQUENCE
000754     LABEL RECORDS ARE STANDARD.
000756     COPY TJSEQ.
000760 FD  OPERATOR-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780     COPY OPERMAST.
000880     05  WS-TRANJRNL-STATUS       PIC X(02).
000890         88  WS-TRANJRNL-OK              VALUE "00".
000900         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
000901     05  WS-TJSEQ-STATUS          PIC X(02).
000902         88  WS-TJSEQ-OK                 VALUE "00".
000903         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
000904     05  WS-SECLOG-STATUS         PIC X(02).
000905         88  WS-SECLOG-OK                VALUE "00".
000906         88  WS-SECLOG-NOT-OPEN          VALUE "35".
000910     05  WS-OPERMAST-STATUS       PIC X(02).
000920         88  WS-OPERMAST-OK              VALUE "00".
000930         88  WS-OPERMAST-NOT-OPEN        VALUE "35".
001100         88  WS-CPF-INVALIDO              VALUE "N".
001110     05  WS-OPERADOR-SW           PIC X(01) VALUE "N".
001120         88  WS-OPERADOR-OK               VALUE "S".
001122     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
001124         88  WS-FALHA-JORNAL              VALUE "S".
001126     05  WS-AGE-AUTORIZADO-SW     PIC X(01) VALUE "N".
001128         88  WS-AGENCIA-AUTORIZADA        VALUE "S".
001130     05  WS-AUTORIZADO-SW         PIC X(01) VALUE "N".
001140         88  WS-SAQUE-AUTORIZADO          VALUE "S".
001142     05  WS-EST-AUTORIZADO-SW     PIC X(01) VALUE "N".
001210 77  WS-SAQUE                 PIC 9(10)V99 VALUE ZERO.
001220 77  WS-LIMITE-DISPONIVEL     PIC S9(10)V99 VALUE ZERO.
001222 77  WS-TOTAL-BLOQUEADO       PIC 9(10)V99 VALUE ZERO.
001223*-----------------------------------------------------------
001224* SECURITY LOG EVENT BEING WRITTEN BY 5400 (SEE SECLOG)
001225*-----------------------------------------------------------
001226 77  WS-SEG-EVENTO            PIC X(02) VALUE SPACES.
001227 77  WS-SEG-SUPERVISOR        PIC X(04) VALUE SPACES.
001228 77  WS-SEG-CONTA             PIC 9(08) VALUE ZERO.
001229 77  WS-SEG-VALOR             PIC 9(10)V99 VALUE ZERO.
001230*-----------------------------------------------------------
001240* TRANSFER FIELDS AND RECORD SAVE AREAS. THE SAVE AREAS
001250* MUST MATCH THE CUSTMAST-RECORD LENGTH (105 BYTES) SO THE
001260* ORIGIN RECORD SURVIVES THE READ OF THE DESTINATION.
001270*-----------------------------------------------------------
001280 77  WS-TRANSFERENCIA         PIC 9(10)V99 VALUE ZERO.
001290 77  WS-CONTA-DESTINO         PIC 9(08) VALUE ZERO.
001291 77  WS-SEQ-DEBITO            PIC 9(10) VALUE ZERO.
001300 01  WS-REG-ORIGEM            PIC X(105) VALUE SPACES.
001310 01  WS-REG-DESTINO           PIC X(105) VALUE SPACES.
001311*-----------------------------------------------------------
001312* LAST TEN JOURNAL RECORDS OF THE ACCOUNT FOR OPTION 8 (3700)
001313*-----------------------------------------------------------
001314 77  WS-QTDE-ULTIMOS          PIC 9(02) COMP VALUE ZERO.
001315 77  WS-ULT-IND               PIC 9(02) COMP VALUE ZERO.
001316 77  WS-ULT-VALOR             PIC -(10)9.99.
001317 77  WS-ULT-SALDO             PIC -(10)9.99.
001318 01  WS-TABELA-ULTIMOS.
001319     05  WS-ULT-REGISTRO          PIC X(62) OCCURS 10 TIMES.
001320*-----------------------------------------------------------
001330* FIELDS USED TO OPEN A NEW ACCOUNT ON-LINE
001340*-----------------------------------------------------------
001560* OPERATOR SIGN-ON FIELDS. THE SIGNED-ON OPERATORS ID AND
001570* SAQUE LIMIT ARE KEPT HERE BECAUSE THE OPERMAST RECORD
001580* AREA IS REUSED FOR THE SUPERVISOR AUTHORIZATION READ.
001585* THE SAME GOES FOR THE OPERATORS BRANCH (OP-AGENCIA).
001590*-----------------------------------------------------------
001600 77  WS-OPERADOR-ID           PIC X(04) VALUE SPACES.
001610 77  WS-SENHA-ENTRADA         PIC X(08) VALUE SPACES.
001620 77  WS-SUPERVISOR-ID         PIC X(04) VALUE SPACES.
001630 77  WS-LIMITE-SAQUE-OPER     PIC 9(10)V99 VALUE ZERO.
001640 77  WS-TENTATIVAS            PIC 9(01) COMP VALUE ZERO.
001641 77  WS-OPERADOR-AGENCIA      PIC 9(04) VALUE ZERO.
001642*-----------------------------------------------------------
001643* FIELDS USED BY THE ESTORNO: THE ORIGINAL MOVEMENT AS THE
001644* TELLER IDENTIFIES IT, THE ED/EC TYPE OF THE REVERSAL AND
001990         DISPLAY "CADASTRE OS OPERADORES COM O OPERMNT."
002000         STOP RUN
002010     END-IF.
002011     OPEN EXTEND SECURITY-LOG.
002012     IF WS-SECLOG-NOT-OPEN
002013         OPEN OUTPUT SECURITY-LOG
002014         CLOSE SECURITY-LOG
002015         OPEN EXTEND SECURITY-LOG
002016     END-IF.
002020     OPEN I-O CUSTOMER-MASTER.
002030     IF WS-CUSTMAST-NOT-OPEN
002040         OPEN OUTPUT CUSTOMER-MASTER
002050         CLOSE CUSTOMER-MASTER
002060         OPEN I-O CUSTOMER-MASTER
002070     END-IF.
002080     OPEN I-O TRANSACTION-JOURNAL.
002090     IF WS-TRANJRNL-NOT-OPEN
002100         OPEN OUTPUT TRANSACTION-JOURNAL
002110         CLOSE TRANSACTION-JOURNAL
002120         OPEN I-O TRANSACTION-JOURNAL
002130     END-IF.
002132     OPEN I-O EXTERNAL-TRANSFERS.
002134     IF WS-TRFEXT-NOT-OPEN
002420     READ OPERATOR-MASTER
002430         INVALID KEY
002440             DISPLAY "OPERADOR NAO CADASTRADO."
002443             MOVE "NC" TO WS-SEG-EVENTO
002446             PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
002450         NOT INVALID KEY
002460             PERFORM 1515-CONFERIR-SENHA THRU 1515-EXIT
002530     END-READ.
002900* 2050-CONFERIR-SITUACAO
002910* APPLIES THE ACCOUNT STATUS RULES TO THE RECORD JUST READ:
002920* AN ENCERRADA ACCOUNT IS REFUSED OUTRIGHT AND A BLOQUEADA
002930* ACCOUNT IS ANNOUNCED AS CONSULTA-ONLY. AN ACCOUNT OF
002933* ANOTHER BRANCH IS ONLY SERVED WITH A SUPERVISOR
002936* AUTHORIZATION (2060).
002940*-----------------------------------------------------------
002950 2050-CONFERIR-SITUACAO.
002960     IF CM-CONTA-ENCERRADA
002970         DISPLAY "CONTA ENCERRADA. ATENDIMENTO ENCERRADO."
002980         SET WS-CONTA-NAO-ENCONTRADA TO TRUE
002990         GO TO 2050-EXIT
003000     END-IF.
003010     IF CM-AGENCIA NOT = WS-OPERADOR-AGENCIA
003020         PERFORM 2060-AUTORIZAR-AGENCIA THRU 2060-EXIT
003030         IF NOT WS-AGENCIA-AUTORIZADA
003032             DISPLAY "ATENDIMENTO NAO AUTORIZADO."
003034             SET WS-CONTA-NAO-ENCONTRADA TO TRUE
003036             GO TO 2050-EXIT
003040         END-IF
003070     END-IF.
003071     SET WS-CONTA-ENCONTRADA TO TRUE.
003072     IF CM-CONTA-BLOQUEADA
003073         DISPLAY "ATENCAO: CONTA BLOQUEADA - "
003074             "SOMENTE CONSULTA DE SALDO."
003075     END-IF.
003076     DISPLAY "CLIENTE: " CM-CUSTOMER-NAME.
003077     DISPLAY "SALDO ATUAL: " CM-BALANCE.
003080 2050-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------
003120* CREATES A NEW CUSTOMER MASTER RECORD FOR THE ACCOUNT
003130* NUMBER ENTERED IN 2000-IDENTIFICAR-CONTA, WITH A ZERO
003140* OPENING BALANCE AND NO OVERDRAFT LIMIT UNTIL APPROVED.
003145* THE ACCOUNT BELONGS TO THE BRANCH OF THE TELLER.
003150* THE CPF IS ONLY ACCEPTED WITH VALID CHECK DIGITS AND A
003160* CPF ALREADY ON FILE MUST BE CONFIRMED BY THE TELLER.
003170*-----------------------------------------------------------
003380     MOVE "A"               TO CM-ACCOUNT-STATUS.
003382     MOVE "01"              TO CM-TARIFF-PACKAGE.
003384     MOVE ZERO              TO CM-LAST-TARIFF-DATE.
003387     MOVE WS-OPERADOR-AGENCIA TO CM-AGENCIA.
003390     MOVE SPACES            TO CM-FILLER.
003400     WRITE CUSTMAST-RECORD
003410         INVALID KEY
004800     DISPLAY " 5 - TRANSFERENCIA".
004804     DISPLAY " 6 - ESTORNO".
004806     DISPLAY " 7 - TRANSFERENCIA EXTERNA".
004808     DISPLAY " 8 - ULTIMOS MOVIMENTOS".
004810     ACCEPT WS-OPCAO.
004820     EVALUATE WS-OPCAO
004823         WHEN "8"
004826             PERFORM 3700-ULTIMOS-MOVIMENTOS THRU 3700-EXIT
004830         WHEN "1"
004840             PERFORM 3100-DEPOSITO THRU 3100-EXIT
004850         WHEN "2"
004990*-----------------------------------------------------------
005000* 3100-DEPOSITO
005010* EDITS THE DEPOSIT AMOUNT, POSTS IT TO THE CUSTOMER
005020* MASTER AND APPENDS THE MOVEMENT TO THE JOURNAL. THE
005022* JOURNAL IS WRITTEN FIRST: IF IT FAILS THE DEPOSIT IS
005024* REFUSED, AND IF THE MASTER THEN FAILS THE MOVEMENT IS
005026* DELETED FROM THE JOURNAL (5060).
005030*-----------------------------------------------------------
005040 3100-DEPOSITO.
005050     IF NOT CM-CONTA-ATIVA
005100     PERFORM 6000-OBTER-VALOR THRU 6000-EXIT.
005110     MOVE WS-VALOR-EDITADO TO WS-DEPOSITO.
005112     PERFORM 5100-MARCAR-MOMENTO THRU 5100-EXIT.
005113     MOVE CUSTMAST-RECORD TO WS-REG-ORIGEM.
005114     MOVE WS-DATA-ATUAL TO CM-LAST-ACTIVITY-DATE.
005120     COMPUTE CM-BALANCE = CM-BALANCE + WS-DEPOSITO.
005121     MOVE "DP" TO TJ-TRANS-TYPE.
005122     MOVE WS-DEPOSITO TO TJ-TRANS-AMOUNT.
005123     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
005124     IF WS-FALHA-JORNAL
005125         MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
005126         DISPLAY "DEPOSITO NAO EFETIVADO."
005127         GO TO 3100-EXIT
005128     END-IF.
005130     REWRITE CUSTMAST-RECORD
005140         INVALID KEY
005150             DISPLAY "ERRO AO ATUALIZAR O CADASTRO. STATUS: "
005160                 WS-CUSTMAST-STATUS
005163             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
005166             MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
005170         NOT INVALID KEY
005210             DISPLAY "DEPOSITO EFETIVADO. NOVO SALDO: "
005220                 CM-BALANCE
005230     END-REWRITE.
005290* NEGATIVE UP TO THE ACCOUNTS APPROVED OVERDRAFT LIMIT
005300* (CM-OVERDRAFT-LIMIT) BEFORE REJECTING THE OPERATION. A
005310* SAQUE ABOVE THE SIGNED-ON OPERATORS OWN LIMIT IS ONLY
005320* POSTED WITH A SUPERVISOR AUTHORIZATION. JOURNAL FIRST,
005325* AS IN 3100.
005330*-----------------------------------------------------------
005340 3200-SAQUE.
005350     IF NOT CM-CONTA-ATIVA
005540         END-IF
005550     END-IF.
005552     PERFORM 5100-MARCAR-MOMENTO THRU 5100-EXIT.
005553     MOVE CUSTMAST-RECORD TO WS-REG-ORIGEM.
005554     MOVE WS-DATA-ATUAL TO CM-LAST-ACTIVITY-DATE.
005560     COMPUTE CM-BALANCE = CM-BALANCE - WS-SAQUE.
005561     MOVE "SQ" TO TJ-TRANS-TYPE.
005562     MOVE WS-SAQUE TO TJ-TRANS-AMOUNT.
005563     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
005564     IF WS-FALHA-JORNAL
005565         MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
005566         DISPLAY "SAQUE NAO EFETIVADO."
005567         GO TO 3200-EXIT
005568     END-IF.
005570     REWRITE CUSTMAST-RECORD
005580         INVALID KEY
005590             DISPLAY "ERRO AO ATUALIZAR O CADASTRO. STATUS: "
005600                 WS-CUSTMAST-STATUS
005603             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
005606             MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
005610         NOT INVALID KEY
005650             DISPLAY "SAQUE EFETIVADO. NOVO SALDO: "
005660                 CM-BALANCE
005670     END-REWRITE.
005830     DISPLAY "SENHA: ".
005840     ACCEPT WS-SENHA-ENTRADA.
005850     MOVE WS-SUPERVISOR-ID TO OP-OPERATOR-ID.
005853     MOVE CM-ACCOUNT-NUMBER TO WS-SEG-CONTA.
005856     MOVE WS-SAQUE          TO WS-SEG-VALOR.
005860     READ OPERATOR-MASTER
005870         INVALID KEY
005880             DISPLAY "SUPERVISOR NAO CADASTRADO."
005882             MOVE "FA" TO WS-SEG-EVENTO
005884             MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
005886             PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
005890         NOT INVALID KEY
005900             PERFORM 3260-VALIDAR-SUPERVISOR THRU 3260-EXIT
005910             IF WS-SUP-VALIDO
005930                 SET WS-SAQUE-AUTORIZADO TO TRUE
005940                 DISPLAY "SAQUE AUTORIZADO POR " OP-OPERATOR-ID
005947                 MOVE "AS" TO WS-SEG-EVENTO
005954                 MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
005961                 PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
005970             END-IF
005980     END-READ.
005990 3250-EXIT.
006740     EXIT.
006750*-----------------------------------------------------------
006760* 3420-DEBITAR-ORIGEM
006770* JOURNALS THE TD LEG AND DEBITS THE ORIGIN ACCOUNT. A LEG
006780* THAT CANNOT BE JOURNALED REFUSES THE TRANSFER AND A LEG
006790* THAT CANNOT BE POSTED IS DELETED FROM THE JOURNAL, SO A
006795* FAILED TRANSFER LEAVES NO MOVEMENT ON THE JOURNAL.
006800*-----------------------------------------------------------
006810 3420-DEBITAR-ORIGEM.
006820     MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD.
006822     PERFORM 5100-MARCAR-MOMENTO THRU 5100-EXIT.
006824     MOVE WS-DATA-ATUAL TO CM-LAST-ACTIVITY-DATE.
006830     COMPUTE CM-BALANCE = CM-BALANCE - WS-TRANSFERENCIA.
006831     MOVE "TD" TO TJ-TRANS-TYPE.
006832     MOVE WS-TRANSFERENCIA TO TJ-TRANS-AMOUNT.
006833     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
006834     IF WS-FALHA-JORNAL
006835         DISPLAY "TRANSFERENCIA NAO EFETIVADA."
006836         MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
006837         GO TO 3420-EXIT
006838     END-IF.
006839     MOVE TJ-SEQUENCIA TO WS-SEQ-DEBITO.
006840     REWRITE CUSTMAST-RECORD
006850         INVALID KEY
006860             DISPLAY "ERRO AO ATUALIZAR O CADASTRO. STATUS: "
006870                 WS-CUSTMAST-STATUS
006875             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
006880             DISPLAY "TRANSFERENCIA NAO EFETIVADA."
006890             MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
006900         NOT INVALID KEY
006950     EXIT.
006960*-----------------------------------------------------------
006970* 3430-CREDITAR-DESTINO
006980* JOURNALS THE TC LEG AND CREDITS THE DESTINATION ACCOUNT.
006990* IF THE TC CANNOT BE JOURNALED OR THE CREDIT CANNOT BE
007000* POSTED THE DEBIT IS BACKED OUT AND THE LEGS ALREADY
007010* JOURNALED ARE DELETED, SO THE DEBIT DOES NOT STAND ALONE.
007020*-----------------------------------------------------------
007030 3430-CREDITAR-DESTINO.
007040     MOVE WS-REG-DESTINO TO CUSTMAST-RECORD.
007050     COMPUTE CM-BALANCE = CM-BALANCE + WS-TRANSFERENCIA.
007051     MOVE "TC" TO TJ-TRANS-TYPE.
007052     MOVE WS-TRANSFERENCIA TO TJ-TRANS-AMOUNT.
007053     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
007054     IF WS-FALHA-JORNAL
007055         PERFORM 3440-DESFAZER-DEBITO THRU 3440-EXIT
007056         MOVE WS-SEQ-DEBITO TO TJ-SEQUENCIA
007057         PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
007058         GO TO 3430-EXIT
007059     END-IF.
007060     REWRITE CUSTMAST-RECORD
007070         INVALID KEY
007080             DISPLAY "ERRO AO CREDITAR O DESTINO. STATUS: "
007090                 WS-CUSTMAST-STATUS
007095             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
007100             PERFORM 3440-DESFAZER-DEBITO THRU 3440-EXIT
007103             MOVE WS-SEQ-DEBITO TO TJ-SEQUENCIA
007106             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
007110         NOT INVALID KEY
007150             MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
007190             DISPLAY "TRANSFERENCIA EFETIVADA. NOVO SALDO: "
007200                 CM-BALANCE
007210     END-REWRITE.
007442* ONCE FOR THE OPERATION, BEFORE THIS PARAGRAPH IS
007444* PERFORMED. THE TWO LEGS OF A TRANSFERENCIA SHARE ONE
007446* 5100 CAPTURE SO THEY STAY LINKED BY DATE AND TIME.
007447* A JOURNAL FAILURE SETS WS-FALHA-JORNAL (SEE 5050).
007448* WS-ESTORNO-REF HOLDS SPACES EXCEPT WHILE AN ESTORNO IS
007449* BEING POSTED BY 3530.
007450*-----------------------------------------------------------
007460 5000-GRAVAR-JORNAL.
007470     MOVE "N"                  TO WS-JORNAL-SW.
007490     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
007500     MOVE WS-HORA-ATUAL        TO TJ-TRANS-TIME.
007510     MOVE CM-ACCOUNT-NUMBER    TO TJ-ACCOUNT-NUMBER.
007520     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
007530     MOVE WS-OPERADOR-ID       TO TJ-OPERATOR-ID.
007540     MOVE WS-ESTORNO-REF       TO TJ-ESTORNO-REF.
007541     MOVE WS-OPERADOR-AGENCIA  TO TJ-AGENCIA.
007542     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
007543     IF WS-FALHA-JORNAL
007544         GO TO 5000-EXIT
007545     END-IF.
007546     WRITE TRANJRNL-RECORD
007547         INVALID KEY
007548             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
007549                 WS-TRANJRNL-STATUS
007550             SET WS-FALHA-JORNAL TO TRUE
007551     END-WRITE.
007560 5000-EXIT.
007570     EXIT.
007572*-----------------------------------------------------------
007964     IF WS-BLOQVAL-ABERTO
007966         CLOSE HOLDS-FILE
007968     END-IF.
007969     CLOSE SECURITY-LOG.
007970 9000-EXIT.
007980     EXIT.
008000*-----------------------------------------------------------
008470     EXIT.
008480*-----------------------------------------------------------
008490* 3510-LOCALIZAR-ORIGINAL
008500* LOOKS FOR THE MOVEMENT THE TELLER DESCRIBED AND FOR AN
008510* ED/EC MOVEMENT ALREADY REVERSING IT (SAME ACCOUNT, SAME
008512* REFERENCED TIME, SAME AMOUNT AND THE ED/EC TYPE THAT
008514* REVERSES THE ORIGINAL TYPE). THE JOURNAL IS POSITIONED
008520* BY THE ACCOUNT KEY AT THE ORIGINAL DATE AND TIME, SO
008530* ONLY THAT ACCOUNTS MOVEMENTS FROM THE ORIGINAL ONWARDS
008540* ARE READ; A REVERSAL IS ALWAYS POSTED AFTER ITS ORIGINAL.
008550*-----------------------------------------------------------
008560 3510-LOCALIZAR-ORIGINAL.
008570     MOVE "N" TO WS-ORIGINAL-SW WS-JA-ESTORNADO-SW
008580         WS-FIM-JORNAL-SW.
008590     MOVE CM-ACCOUNT-NUMBER TO TJ-ACCOUNT-NUMBER.
008591     MOVE WS-EST-DATA-ORIG  TO TJ-TRANS-DATE.
008592     MOVE WS-EST-HORA-ORIG  TO TJ-TRANS-TIME.
008593     MOVE ZERO              TO TJ-SEQUENCIA.
008594     START TRANSACTION-JOURNAL
008595         KEY IS NOT LESS THAN TJ-CHAVE-CONTA
008596         INVALID KEY
008597             SET WS-FIM-DO-JORNAL TO TRUE
008598     END-START.
008599     IF NOT WS-FIM-DO-JORNAL
008600         PERFORM 3515-LER-MOVIMENTO THRU 3515-EXIT
008601     END-IF.
008602     PERFORM 3520-CONFERIR-REGISTRO THRU 3520-EXIT
008603         UNTIL WS-FIM-DO-JORNAL.
008604 3510-EXIT.
008605     EXIT.
008606*-----------------------------------------------------------
008607* 3515-LER-MOVIMENTO
008608* READS THE NEXT MOVEMENT BY THE ACCOUNT KEY; THE FIRST ONE
008609* OF ANOTHER ACCOUNT ENDS THE SCAN. ALSO USED BY 3700.
008610*-----------------------------------------------------------
008611 3515-LER-MOVIMENTO.
008612     READ TRANSACTION-JOURNAL NEXT RECORD
008620         AT END
008630             SET WS-FIM-DO-JORNAL TO TRUE
008640     END-READ.
008650     IF NOT WS-FIM-DO-JORNAL
008660         IF TJ-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
008670             SET WS-FIM-DO-JORNAL TO TRUE
008680         END-IF
008690     END-IF.
008695 3515-EXIT.
008700     EXIT.
008710 3520-CONFERIR-REGISTRO.
008720     IF TJ-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER
008810         AND TJ-TIPO-ESTORNO-CREDITO))
008820         SET WS-JA-ESTORNADO TO TRUE
008830     END-IF.
008840     PERFORM 3515-LER-MOVIMENTO THRU 3515-EXIT.
008880 3520-EXIT.
008890     EXIT.
008900*-----------------------------------------------------------
008930* AMOUNT BACK (TYPE ED) UNDER THE SAME FUNDS CHECK AS A
008940* SAQUE; AN ESTORNO OF A SAQUE CREDITS IT BACK (TYPE EC).
008950* THE JOURNAL MOVEMENT CARRIES THE ORIGINAL TIME IN
008960* TJ-ESTORNO-REF SO THE TWO STAY LINKED. JOURNAL FIRST, AS
008965* IN 3100.
008970*-----------------------------------------------------------
008980 3530-POSTAR-ESTORNO.
008982     MOVE CUSTMAST-RECORD TO WS-REG-ORIGEM.
008984     PERFORM 5100-MARCAR-MOMENTO THRU 5100-EXIT.
008986     MOVE WS-EST-VALOR-ORIG TO TJ-TRANS-AMOUNT.
008990     IF WS-EST-TIPO-ORIG = "DP"
009000         PERFORM 5200-CALCULAR-DISPONIVEL THRU 5200-EXIT
009020         IF WS-EST-VALOR-ORIG > WS-LIMITE-DISPONIVEL
009110         COMPUTE CM-BALANCE = CM-BALANCE + WS-EST-VALOR-ORIG
009120         MOVE "EC" TO WS-EST-TIPO-NOVO
009130     END-IF.
009131     MOVE WS-EST-TIPO-NOVO TO TJ-TRANS-TYPE.
009132     MOVE WS-EST-HORA-ORIG TO WS-ESTORNO-REF.
009133     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
009134     MOVE SPACES TO WS-ESTORNO-REF.
009135     IF WS-FALHA-JORNAL
009136         MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
009137         DISPLAY "ESTORNO NAO EFETIVADO."
009138         GO TO 3530-EXIT
009139     END-IF.
009140     REWRITE CUSTMAST-RECORD
009150         INVALID KEY
009160             DISPLAY "ERRO AO ATUALIZAR O CADASTRO. STATUS: "
009170                 WS-CUSTMAST-STATUS
009173             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
009176             MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
009180         NOT INVALID KEY
009250             DISPLAY "ESTORNO EFETIVADO. NOVO SALDO: "
009260                 CM-BALANCE
009270     END-REWRITE.
009420     DISPLAY "SENHA: ".
009430     ACCEPT WS-SENHA-ENTRADA.
009440     MOVE WS-SUPERVISOR-ID TO OP-OPERATOR-ID.
009443     MOVE CM-ACCOUNT-NUMBER TO WS-SEG-CONTA.
009446     MOVE WS-EST-VALOR-ORIG TO WS-SEG-VALOR.
009450     READ OPERATOR-MASTER
009460         INVALID KEY
009470             DISPLAY "SUPERVISOR NAO CADASTRADO."
009472             MOVE "FA" TO WS-SEG-EVENTO
009474             MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
009476             PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
009480         NOT INVALID KEY
009490             PERFORM 3260-VALIDAR-SUPERVISOR THRU 3260-EXIT
009500             IF WS-SUP-VALIDO
009520                 SET WS-ESTORNO-AUTORIZADO TO TRUE
009530                 DISPLAY "ESTORNO AUTORIZADO POR " OP-OPERATOR-ID
009537                 MOVE "AE" TO WS-SEG-EVENTO
009544                 MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
009551                 PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
009560             END-IF
009570     END-READ.
009580 3550-EXIT.
009610* 3600-TRANSF-EXTERNA
009620* SENDS MONEY TO AN ACCOUNT IN ANOTHER BANK. THE ORIGIN IS
009630* DEBITED AT ONCE UNDER THE SAME FUNDS CHECK AS A SAQUE,
009640* THE TE IS JOURNALED BEFORE THE DEBIT AND THE ORDER IS
009650* THEN REGISTERED PENDENTE ON TRFEXT; IF EITHER FAILS THE TE
009655* IS DELETED FROM THE JOURNAL (5060). THE
009660* NIGHTLY CLRBAT BATCH SENDS THE PENDENTE ORDERS TO THE
009670* CLEARING AND MARKS THEM ENVIADA.
009680*-----------------------------------------------------------
010060     MOVE CUSTMAST-RECORD TO WS-REG-ORIGEM.
010065     MOVE WS-DATA-ATUAL TO CM-LAST-ACTIVITY-DATE.
010070     COMPUTE CM-BALANCE = CM-BALANCE - WS-TRANSFERENCIA.
010071     MOVE "TE" TO TJ-TRANS-TYPE.
010072     MOVE WS-TRANSFERENCIA TO TJ-TRANS-AMOUNT.
010073     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
010074     IF WS-FALHA-JORNAL
010075         DISPLAY "TRANSFERENCIA NAO EFETIVADA."
010076         MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
010077         GO TO 3600-EXIT
010078     END-IF.
010080     REWRITE CUSTMAST-RECORD
010090         INVALID KEY
010100             DISPLAY "ERRO AO ATUALIZAR O CADASTRO. STATUS: "
010110                 WS-CUSTMAST-STATUS
010115             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
010120             DISPLAY "TRANSFERENCIA NAO EFETIVADA."
010130             MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD
010140         NOT INVALID KEY
010550     EXIT.
010560*-----------------------------------------------------------
010570* 3630-REGISTRAR-ORDEM-EXT
010580* REGISTERS THE PENDENTE ORDER ON TRFEXT. THE TE IS ALREADY
010590* ON THE JOURNAL; IF THE ORDER CANNOT BE WRITTEN THE DEBIT
010600* IS BACKED OUT AND THE TE DELETED, SO THE DEBIT DOES NOT
010610* STAND ALONE.
010620*-----------------------------------------------------------
010630 3630-REGISTRAR-ORDEM-EXT.
010650     MOVE WS-PROXIMA-ORDEM     TO TX-ORDER-NUMBER.
010770             DISPLAY "ERRO AO REGISTRAR A ORDEM. STATUS: "
010780                 WS-TRFEXT-STATUS
010790             PERFORM 3640-DESFAZER-DEBITO-EXT THRU 3640-EXIT
010795             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
010800         NOT INVALID KEY
010840             DISPLAY "TRANSFERENCIA EXTERNA REGISTRADA."
010850             DISPLAY "ORDEM: " TX-ORDER-NUMBER
010860                 "  NOVO SALDO: " CM-BALANCE
011620         DISPLAY "OPERADOR TRAVADO POR EXCESSO DE TENTATIVAS."
011630         DISPLAY "PROCURE UM SUPERVISOR PARA DESTRAVAR "
011640             "NO OPERMNT."
011643         MOVE "RT" TO WS-SEG-EVENTO
011646         PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
011650         GO TO 1515-EXIT
011660     END-IF.
011670     IF OP-SENHA NOT = WS-SENHA-ENTRADA
011675         MOVE "FS" TO WS-SEG-EVENTO
011680         PERFORM 1518-CONTAR-FALHA THRU 1518-EXIT
011690         DISPLAY "SENHA INVALIDA OU OPERADOR INATIVO."
011700         GO TO 1515-EXIT
011710     END-IF.
011720     IF NOT OP-ATIVO
011730         DISPLAY "SENHA INVALIDA OU OPERADOR INATIVO."
011733         MOVE "NA" TO WS-SEG-EVENTO
011736         PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
011740         GO TO 1515-EXIT
011750     END-IF.
011760     IF OP-TENTATIVAS IS NUMERIC AND OP-TENTATIVAS > ZERO
011900     END-IF.
011910     SET WS-OPERADOR-OK TO TRUE.
011920     MOVE OP-MAX-SAQUE TO WS-LIMITE-SAQUE-OPER.
011925     MOVE OP-AGENCIA TO WS-OPERADOR-AGENCIA.
011930     DISPLAY "BEM-VINDO " OP-OPERATOR-NAME.
011940 1515-EXIT.
011950     EXIT.
012260* THIRD CONSECUTIVE FAILURE SETS OP-TRAVA, LOCKING THE
012270* OPERATOR UNTIL A SUPERVISOR RELEASES IT IN OPERMNT.
012280* SPACES ON OLD RECORDS COUNT AS ZERO FAILURES.
012282* THE CALLER MOVES FS (SIGN-ON) OR FA (AUTHORIZATION) TO
012284* WS-SEG-EVENTO; THE FAILURE THAT LOCKS IS LOGGED AS TV.
012286* ON AN AUTHORIZATION THE RECORD IS THE SUPERVISORS.
012290*-----------------------------------------------------------
012300 1518-CONTAR-FALHA.
012310     IF OP-TENTATIVAS IS NOT NUMERIC
012350     IF OP-TENTATIVAS NOT < 3
012360         MOVE "T" TO OP-TRAVA
012370         DISPLAY "TERCEIRA FALHA - OPERADOR TRAVADO."
012375         MOVE "TV" TO WS-SEG-EVENTO
012380     END-IF.
012382     IF OP-OPERATOR-ID NOT = WS-OPERADOR-ID
012384         MOVE OP-OPERATOR-ID TO WS-SEG-SUPERVISOR
012386     END-IF.
012388     PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT.
012390     REWRITE OPERMAST-RECORD
012400         INVALID KEY
012410             DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
012590     ACCEPT WS-SENHA-CONFIRMA.
012600     IF WS-SENHA-NOVA = SPACES
012610         DISPLAY "SENHA NOVA NAO PODE SER BRANCOS."
012613         MOVE "TN" TO WS-SEG-EVENTO
012616         PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
012620         GO TO 1520-EXIT
012630     END-IF.
012640     IF WS-SENHA-NOVA = OP-SENHA
012650         DISPLAY "SENHA NOVA IGUAL A ANTERIOR."
012653         MOVE "TN" TO WS-SEG-EVENTO
012656         PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
012660         GO TO 1520-EXIT
012670     END-IF.
012680     IF WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
012690         DISPLAY "CONFIRMACAO NAO CONFERE."
012693         MOVE "TN" TO WS-SEG-EVENTO
012696         PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
012700         GO TO 1520-EXIT
012710     END-IF.
012720     MOVE WS-SENHA-NOVA TO OP-SENHA.
012800         NOT INVALID KEY
012810             SET WS-TROCA-EFETUADA TO TRUE
012820             DISPLAY "SENHA ALTERADA."
012823             MOVE "TS" TO WS-SEG-EVENTO
012826             PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
012830     END-REWRITE.
012840 1520-EXIT.
012850     EXIT.
013350         DISPLAY "SUPERVISOR TRAVADO POR EXCESSO DE "
013360             "TENTATIVAS."
013370         DISPLAY "AUTORIZACAO NEGADA."
013372         MOVE "RT" TO WS-SEG-EVENTO
013374         MOVE OP-OPERATOR-ID TO WS-SEG-SUPERVISOR
013376         PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
013380         GO TO 3260-EXIT
013390     END-IF.
013400     IF OP-SENHA NOT = WS-SENHA-ENTRADA
013405         MOVE "FA" TO WS-SEG-EVENTO
013410         PERFORM 1518-CONTAR-FALHA THRU 1518-EXIT
013420         DISPLAY "AUTORIZACAO NEGADA."
013430         GO TO 3260-EXIT
013440     END-IF.
013450     IF NOT OP-SUPERVISOR OR NOT OP-ATIVO
013460         DISPLAY "AUTORIZACAO NEGADA."
013462         MOVE "AN" TO WS-SEG-EVENTO
013464         MOVE OP-OPERATOR-ID TO WS-SEG-SUPERVISOR
013466         PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
013470         GO TO 3260-EXIT
013480     END-IF.
013490     SET WS-SUP-VALIDO TO TRUE.
013500 3260-EXIT.
013510     EXIT.
013520*-----------------------------------------------------------
013530* 5400-GRAVAR-SEGURANCA
013540* APPENDS ONE SECURITY LOG RECORD FOR THE EVENT IN
013550* WS-SEG-EVENTO, STAMPED WITH THE CURRENT DATE AND TIME
013560* AND THE OPERATOR SIGNING ON (OR SIGNED ON), THEN CLEARS
013570* THE EVENT FIELDS. THE JOURNAL DATE/TIME (5100) IS NOT
013580* TOUCHED.
013590*-----------------------------------------------------------
013600 5400-GRAVAR-SEGURANCA.
013610     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
013620     MOVE WS-DATA-HOJE      TO SL-EVENT-DATE.
013630     ACCEPT SL-EVENT-TIME FROM TIME.
013640     MOVE "BNCDM"           TO SL-PROGRAM.
013650     MOVE WS-OPERADOR-ID    TO SL-OPERATOR-ID.
013660     MOVE WS-SEG-EVENTO     TO SL-EVENT-TYPE.
013670     MOVE WS-SEG-SUPERVISOR TO SL-SUPERVISOR-ID.
013680     MOVE WS-SEG-CONTA      TO SL-ACCOUNT-NUMBER.
013690     MOVE WS-SEG-VALOR      TO SL-VALOR.
013700     MOVE SPACES            TO SL-FILLER.
013710     WRITE SECLOG-RECORD.
013720     MOVE SPACES TO WS-SEG-EVENTO.
013730     MOVE SPACES TO WS-SEG-SUPERVISOR.
013740     MOVE ZERO   TO WS-SEG-CONTA.
013750     MOVE ZERO   TO WS-SEG-VALOR.
013760 5400-EXIT.
013770     EXIT.
013780*-----------------------------------------------------------
013790* 5050-NUMERAR-MOVIMENTO
013800* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
013810* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
013820* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
013830* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
013840* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
013850*-----------------------------------------------------------
013860 5050-NUMERAR-MOVIMENTO.
013870     MOVE ZERO TO TJ-SEQUENCIA.
013880     OPEN I-O JOURNAL-SEQUENCE.
013890     IF WS-TJSEQ-NOT-OPEN
013900         OPEN OUTPUT JOURNAL-SEQUENCE
013910         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
013920         MOVE SPACES TO TS-FILLER
013930         WRITE TJSEQ-RECORD
013940         CLOSE JOURNAL-SEQUENCE
013950         OPEN I-O JOURNAL-SEQUENCE
013960     END-IF.
013970     IF NOT WS-TJSEQ-OK
013980         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
013990         SET WS-FALHA-JORNAL TO TRUE
014000         GO TO 5050-EXIT
014010     END-IF.
014020     READ JOURNAL-SEQUENCE
014030         AT END
014040             CONTINUE
014050     END-READ.
014060     IF WS-TJSEQ-OK
014070         ADD 1 TO TS-ULTIMA-SEQUENCIA
014080         REWRITE TJSEQ-RECORD
014090     END-IF.
014100     IF NOT WS-TJSEQ-OK
014110         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
014120             WS-TJSEQ-STATUS
014130         SET WS-FALHA-JORNAL TO TRUE
014140         CLOSE JOURNAL-SEQUENCE
014150         GO TO 5050-EXIT
014160     END-IF.
014170     CLOSE JOURNAL-SEQUENCE.
014180     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
014190 5050-EXIT.
014200     EXIT.
014210*-----------------------------------------------------------
014220* 5060-ANULAR-MOVIMENTO
014230* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
014240* TJ-SEQUENCIA, WHEN THE OPERATION IT BELONGS TO COULD NOT
014250* BE POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED.
014260*-----------------------------------------------------------
014270 5060-ANULAR-MOVIMENTO.
014280     DELETE TRANSACTION-JOURNAL RECORD
014290         INVALID KEY
014300             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
014310                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
014320     END-DELETE.
014330 5060-EXIT.
014340     EXIT.
014350*-----------------------------------------------------------
014360* 2060-AUTORIZAR-AGENCIA
014370* ASKS AN ACTIVE SUPERVISOR TO AUTHORIZE SERVING AN
014380* ACCOUNT THAT BELONGS TO ANOTHER BRANCH, UNDER THE SAME
014390* LOCKOUT RULES AS 3250 AND 3550 (3260). THE MOVEMENTS
014400* POSTED AFTERWARDS STILL CARRY THE TELLERS OWN BRANCH.
014410*-----------------------------------------------------------
014420 2060-AUTORIZAR-AGENCIA.
014430     MOVE "N" TO WS-AGE-AUTORIZADO-SW.
014440     DISPLAY "CONTA DA AGENCIA " CM-AGENCIA
014450         " - OPERADOR DA AGENCIA " WS-OPERADOR-AGENCIA ".".
014460     DISPLAY "AUTORIZACAO DO SUPERVISOR NECESSARIA.".
014470     DISPLAY "SUPERVISOR: ".
014480     ACCEPT WS-SUPERVISOR-ID.
014490     DISPLAY "SENHA: ".
014500     ACCEPT WS-SENHA-ENTRADA.
014510     MOVE WS-SUPERVISOR-ID TO OP-OPERATOR-ID.
014520     MOVE CM-ACCOUNT-NUMBER TO WS-SEG-CONTA.
014530     MOVE ZERO              TO WS-SEG-VALOR.
014540     READ OPERATOR-MASTER
014550         INVALID KEY
014560             DISPLAY "SUPERVISOR NAO CADASTRADO."
014570             MOVE "FA" TO WS-SEG-EVENTO
014580             MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
014590             PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
014600         NOT INVALID KEY
014610             PERFORM 3260-VALIDAR-SUPERVISOR THRU 3260-EXIT
014620             IF WS-SUP-VALIDO
014630                 SET WS-AGENCIA-AUTORIZADA TO TRUE
014640                 DISPLAY "ATENDIMENTO AUTORIZADO POR "
014650                     OP-OPERATOR-ID
014660                 MOVE "AO" TO WS-SEG-EVENTO
014670                 MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
014680                 PERFORM 5400-GRAVAR-SEGURANCA THRU 5400-EXIT
014690             END-IF
014700     END-READ.
014710 2060-EXIT.
014720     EXIT.
014730*-----------------------------------------------------------
014740* 3700-ULTIMOS-MOVIMENTOS
014750* SHOWS THE LAST TEN MOVEMENTS OF THE ACCOUNT ON THE
014760* CURRENT JOURNAL, OLDEST FIRST. THE JOURNAL IS POSITIONED
014770* AT THE FIRST MOVEMENT OF THE ACCOUNT BY THE ACCOUNT KEY
014780* AND ONLY THAT ACCOUNTS MOVEMENTS ARE READ, THE TABLE
014790* KEEPING THE TEN MOST RECENT SEEN.
014800*-----------------------------------------------------------
014810 3700-ULTIMOS-MOVIMENTOS.
014820     MOVE ZERO TO WS-QTDE-ULTIMOS.
014830     MOVE "N"  TO WS-FIM-JORNAL-SW.
014840     MOVE CM-ACCOUNT-NUMBER TO TJ-ACCOUNT-NUMBER.
014850     MOVE ZERO              TO TJ-TRANS-DATE.
014860     MOVE ZERO              TO TJ-TRANS-TIME.
014870     MOVE ZERO              TO TJ-SEQUENCIA.
014880     START TRANSACTION-JOURNAL
014890         KEY IS NOT LESS THAN TJ-CHAVE-CONTA
014900         INVALID KEY
014910             SET WS-FIM-DO-JORNAL TO TRUE
014920     END-START.
014930     IF NOT WS-FIM-DO-JORNAL
014940         PERFORM 3515-LER-MOVIMENTO THRU 3515-EXIT
014950     END-IF.
014960     PERFORM 3710-GUARDAR-MOVIMENTO THRU 3710-EXIT
014970         UNTIL WS-FIM-DO-JORNAL.
014980     DISPLAY "==============================================".
014990     DISPLAY "           ULTIMOS MOVIMENTOS DA CONTA        ".
015000     DISPLAY "==============================================".
015010     IF WS-QTDE-ULTIMOS = ZERO
015020         DISPLAY "NENHUM MOVIMENTO DA CONTA NO JORNAL DO MES."
015030         GO TO 3700-EXIT
015040     END-IF.
015050     DISPLAY "DATA     HORA    TP          VALOR "
015060         "    SALDO APOS  OPER".
015070     PERFORM 3730-MOSTRAR-MOVIMENTO THRU 3730-EXIT
015080         VARYING WS-ULT-IND FROM 1 BY 1
015090         UNTIL WS-ULT-IND > WS-QTDE-ULTIMOS.
015100     DISPLAY "SALDO ATUAL: " CM-BALANCE.
015110 3700-EXIT.
015120     EXIT.
015130*-----------------------------------------------------------
015140* 3710-GUARDAR-MOVIMENTO
015150* KEEPS THE MOVEMENT JUST READ AT THE END OF THE TABLE.
015160* WITH THE TABLE FULL THE OLDEST ENTRY IS DROPPED AND THE
015170* OTHERS MOVE UP ONE PLACE.
015180*-----------------------------------------------------------
015190 3710-GUARDAR-MOVIMENTO.
015200     IF WS-QTDE-ULTIMOS < 10
015210         ADD 1 TO WS-QTDE-ULTIMOS
015220     ELSE
015230         PERFORM 3720-DESLOCAR-MOVIMENTO THRU 3720-EXIT
015240             VARYING WS-ULT-IND FROM 1 BY 1
015250             UNTIL WS-ULT-IND > 9
015260     END-IF.
015270     MOVE TRANJRNL-RECORD TO WS-ULT-REGISTRO (WS-QTDE-ULTIMOS).
015280     PERFORM 3515-LER-MOVIMENTO THRU 3515-EXIT.
015290 3710-EXIT.
015300     EXIT.
015310 3720-DESLOCAR-MOVIMENTO.
015320     MOVE WS-ULT-REGISTRO (WS-ULT-IND + 1)
015330         TO WS-ULT-REGISTRO (WS-ULT-IND).
015340 3720-EXIT.
015350     EXIT.
015360 3730-MOSTRAR-MOVIMENTO.
015370     MOVE WS-ULT-REGISTRO (WS-ULT-IND) TO TRANJRNL-RECORD.
015380     MOVE TJ-TRANS-AMOUNT      TO WS-ULT-VALOR.
015390     MOVE TJ-RESULTING-BALANCE TO WS-ULT-SALDO.
015400     DISPLAY TJ-TRANS-DATE " " TJ-TRANS-TIME "  " TJ-TRANS-TYPE
015410         " " WS-ULT-VALOR " " WS-ULT-SALDO "  " TJ-OPERATOR-ID.
015420 3730-EXIT.
015430     EXIT.
015440 END PROGRAM BNCDM.
