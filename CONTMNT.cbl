000342*                  DAYS) PASSWORD AND LOCK AFTER THREE
000343*                  BAD PASSWORDS. OPERMAST IS NOW OPENED
000344*                  I-O TO PERSIST THE FAILURE COUNTER.
000345* 2026-10-15 CDM   NEW OPTIONS 10 (TALAO DE CHEQUES) AND 11
000346*                  (SUSTACAO DE CHEQUE) ON THE NEW CHEQUE
000347*                  MASTER (CHEQUES): A TALAO TAKES THE NEXT
000348*                  CHEQUE NUMBERS OF THE ACCOUNT, A SUSTACAO
000349*                  RECORDS ITS REASON AND THE RETURN CODE
000350*                  THE CHQBAT COMPENSATION WILL USE. BOTH
000351*                  ARE LOGGED TO THE AUDIT FILE.
000352* 2026-10-15 CDM   THE SUPERVISOR SIGN-ON NOW WRITES ITS
000353*                  SECURITY EVENTS TO THE NEW SECURITY LOG
000354*                  (SECLOG) AS BNCDM DOES: UNKNOWN, TRAVADO
000355*                  OR REFUSED OPERATOR, BAD PASSWORD AND
000356*                  LOCKOUT, FORCED PASSWORD CHANGE DONE OR
000357*                  REFUSED (7200).
000358* 2026-10-15 CDM   THE SITUACAO OPTION NO LONGER CLOSES AN
000359*                  ACCOUNT: ENCERRADA IS REFUSED AND THE
000360*                  SUPERVISOR IS SENT TO THE NEW ENCCONT
000361*                  PROGRAM, WHICH SETTLES INTEREST, FEE,
000362*                  STANDING ORDERS AND BALANCE FIRST.
000363* 2026-10-15 CDM   NEW OPTION 12 MOVES THE ACCOUNT TO
000364*                  ANOTHER BRANCH (CM-AGENCIA), AUDITED AS
000365*                  FIELD AGENCIA. THE BRANCH IS SHOWN WITH
000366*                  THE ACCOUNT DATA.
000367*-----------------------------------------------------------
000368 ENVIRONMENT DIVISION.
000369 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000390         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS OP-OPERATOR-ID
000520         FILE STATUS IS WS-OPERMAST-STATUS.
000521     SELECT CHEQUE-MASTER ASSIGN TO "CHEQUES"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS CH-CHAVE
000525         FILE STATUS IS WS-CHEQUES-STATUS.
000526     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000527         ORGANIZATION IS SEQUENTIAL
000528         FILE STATUS IS WS-SECLOG-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000620 FD  OPERATOR-MASTER
000630     LABEL RECORDS ARE STANDARD.
000640     COPY OPERMAST.
000641 FD  CHEQUE-MASTER
000642     LABEL RECORDS ARE STANDARD.
000643     COPY CHEQUE.
000644 FD  SECURITY-LOG
000645     LABEL RECORDS ARE STANDARD.
000646     COPY SECLOG.
000650
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------
000780     05  WS-OPERMAST-STATUS       PIC X(02).
000790         88  WS-OPERMAST-OK              VALUE "00".
000800         88  WS-OPERMAST-NOT-OPEN        VALUE "35".
000801     05  WS-CHEQUES-STATUS        PIC X(02).
000802         88  WS-CHEQUES-OK               VALUE "00".
000803         88  WS-CHEQUES-NOT-OPEN         VALUE "35".
000804     05  WS-SECLOG-STATUS         PIC X(02).
000805         88  WS-SECLOG-OK                VALUE "00".
000806         88  WS-SECLOG-NOT-OPEN          VALUE "35".
000810*-----------------------------------------------------------
000820* PROGRAM SWITCHES
000830*-----------------------------------------------------------
000930     05  WS-CPF-SW                PIC X(01) VALUE "N".
000940         88  WS-CPF-VALIDO               VALUE "S".
000950         88  WS-CPF-INVALIDO             VALUE "N".
000952     05  WS-FIM-CHEQUES-SW        PIC X(01) VALUE "N".
000954         88  WS-FIM-DOS-CHEQUES          VALUE "S".
000956     05  WS-ERRO-TALAO-SW         PIC X(01) VALUE "N".
000958         88  WS-ERRO-NO-TALAO            VALUE "S".
000960     05  WS-VALOR-SW              PIC X(01) VALUE "N".
000970         88  WS-VALOR-VALIDO             VALUE "S".
000980         88  WS-VALOR-INVALIDO           VALUE "N".
001060 77  WS-CPF-NOVO              PIC 9(11) VALUE ZERO.
001070 77  WS-SITUACAO-NOVA         PIC X(01) VALUE SPACE.
001072 77  WS-PACOTE-NOVO           PIC X(02) VALUE SPACES.
001076 77  WS-AGENCIA-NOVA          PIC 9(04) VALUE ZERO.
001080 77  WS-MENSAGEM              PIC X(40) VALUE SPACES.
001090 77  WS-OPERADOR-ID           PIC X(04) VALUE SPACES.
001100 77  WS-SENHA-ENTRADA         PIC X(08) VALUE SPACES.
001256*-----------------------------------------------------------
001261* WORK FIELDS FOR THE CPF CHECK-DIGIT VALIDATION AND THE
001266* DUPLICATE LOOKUP. THE SAVE AREA MUST MATCH THE
001271* CUSTMAST-RECORD LENGTH (105 BYTES) BECAUSE THE LOOKUP BY
001276* CPF OVERWRITES THE RECORD AREA BEING MAINTAINED.
001281*-----------------------------------------------------------
001286 01  WS-CPF-TRABALHO.
001341 77  WS-CPF-DV1               PIC 9(02) COMP VALUE ZERO.
001346 77  WS-CPF-DV2               PIC 9(02) COMP VALUE ZERO.
001351 77  WS-CPF-IND               PIC 9(02) COMP VALUE ZERO.
001356 01  WS-REG-CONTA             PIC X(105) VALUE SPACES.
001361*-----------------------------------------------------------
001366* FIELDS USED TO BUILD THE AUDIT RECORD
001371*-----------------------------------------------------------
001411*-----------------------------------------------------------
001416 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
001421 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001422 77  WS-SEG-EVENTO            PIC X(02) VALUE SPACES.
001426
001427*-----------------------------------------------------------
001428* CHEQUE BOOK ISSUANCE AND SUSTACAO. A TALAO HAS WS-FOLHAS-PADRAO
001429* LEAVES UNLESS THE SUPERVISOR ASKS FOR ANOTHER QUANTITY, NEVER
001430* MORE THAN WS-FOLHAS-MAXIMO. THE RANGE FIELDS HAVE ONE DIGIT
001431* MORE THAN A CHEQUE NUMBER, SO AN EXHAUSTED NUMBERING IS CAUGHT.
001432*-----------------------------------------------------------
001433 77  WS-FOLHAS-PADRAO         PIC 9(02) VALUE 20.
001434 77  WS-FOLHAS-MAXIMO         PIC 9(02) VALUE 50.
001435 77  WS-QTDE-FOLHAS           PIC 9(02) VALUE ZERO.
001436 77  WS-QTDE-GRAVADAS         PIC 9(02) COMP VALUE ZERO.
001437 77  WS-ULTIMO-CHEQUE         PIC 9(06) VALUE ZERO.
001438 77  WS-PRIMEIRA-FOLHA        PIC 9(07) VALUE ZERO.
001439 77  WS-ULTIMA-FOLHA          PIC 9(07) VALUE ZERO.
001440 77  WS-NUMERO-FOLHA          PIC 9(07) VALUE ZERO.
001441 77  WS-NUMERO-CHEQUE         PIC 9(06) VALUE ZERO.
001442 77  WS-MOTIVO-OPCAO          PIC X(01) VALUE SPACE.
001443 77  WS-DESC-MOTIVO           PIC X(30) VALUE SPACES.
001444 01  WS-FAIXA-TALAO.
001445     05  FILLER                   PIC X(07) VALUE "FOLHAS ".
001446     05  WS-FT-PRIMEIRA           PIC 9(06).
001447     05  FILLER                   PIC X(03) VALUE " A ".
001448     05  WS-FT-ULTIMA             PIC 9(06).
001449 01  WS-CHEQUE-ANTES.
001450     05  FILLER                   PIC X(07) VALUE "CHEQUE ".
001451     05  WS-CA-NUMERO             PIC 9(06).
001452     05  FILLER                   PIC X(10) VALUE " SITUACAO ".
001453     05  WS-CA-SITUACAO           PIC X(01).
001454 01  WS-CHEQUE-DEPOIS.
001455     05  FILLER                   PIC X(07) VALUE "MOTIVO ".
001456     05  WS-CD-MOTIVO             PIC X(02).
001457     05  FILLER                   PIC X(01) VALUE SPACE.
001458     05  WS-CD-DESC               PIC X(20).
001459
001460 PROCEDURE DIVISION.
001470*-----------------------------------------------------------
001480* 0000-MAINLINE
001640* OPENS THE ACCOUNT MASTER FOR UPDATE AND THE AUDIT FILE
001650* FOR APPENDING. THE AUDIT FILE IS CREATED ON FIRST USE;
001660* THE ACCOUNT MASTER MUST ALREADY EXIST.
001665* THE CHEQUE MASTER IS CREATED EMPTY ON FIRST USE TOO.
001670*-----------------------------------------------------------
001680 1000-INITIALIZE.
001690     OPEN I-O CUSTOMER-MASTER.
001770         CLOSE AUDIT-LOG
001780         OPEN EXTEND AUDIT-LOG
001790     END-IF.
001791     OPEN I-O CHEQUE-MASTER.
001792     IF WS-CHEQUES-NOT-OPEN
001793         OPEN OUTPUT CHEQUE-MASTER
001794         CLOSE CHEQUE-MASTER
001795         OPEN I-O CHEQUE-MASTER
001796     END-IF.
001800     OPEN I-O OPERATOR-MASTER.
001810     IF WS-OPERMAST-NOT-OPEN
001820         DISPLAY "OPERMAST NAO ENCONTRADO."
001830         DISPLAY "CADASTRE OS OPERADORES COM O OPERMNT."
001840         CLOSE CUSTOMER-MASTER
001850         CLOSE AUDIT-LOG
001855         CLOSE CHEQUE-MASTER
001860         STOP RUN
001870     END-IF.
001871     OPEN EXTEND SECURITY-LOG.
001872     IF WS-SECLOG-NOT-OPEN
001873         OPEN OUTPUT SECURITY-LOG
001874         CLOSE SECURITY-LOG
001875         OPEN EXTEND SECURITY-LOG
001876     END-IF.
001880 1000-EXIT.
001890     EXIT.
001900*-----------------------------------------------------------
002050     READ OPERATOR-MASTER
002060         INVALID KEY
002070             DISPLAY "OPERADOR NAO CADASTRADO."
002073             MOVE "NC" TO WS-SEG-EVENTO
002076             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
002080         NOT INVALID KEY
002090             PERFORM 1510-CONFERIR-SENHA THRU 1510-EXIT
002180     END-READ.
002570         "  LIMITE: " CM-OVERDRAFT-LIMIT.
002580     DISPLAY "TAXA JUROS: " CM-DAILY-INTEREST-RATE
002590         "  TAXA MULTA: " CM-PENALTY-RATE.
002592     DISPLAY "PACOTE DE TARIFAS: " CM-TARIFF-PACKAGE
002596         "  AGENCIA: " CM-AGENCIA.
002600     DISPLAY " 1 - LIMITE DE CHEQUE ESPECIAL".
002610     DISPLAY " 2 - TAXA DE JUROS DIARIA".
002620     DISPLAY " 3 - TAXA DE MULTA".
002660     DISPLAY " 7 - OUTRA CONTA".
002670     DISPLAY " 8 - SAIR".
002672     DISPLAY " 9 - PACOTE DE TARIFAS".
002674     DISPLAY "10 - TALAO DE CHEQUES".
002676     DISPLAY "11 - SUSTACAO DE CHEQUE".
002678     DISPLAY "12 - AGENCIA DA CONTA".
002680     ACCEPT WS-OPCAO.
002690     EVALUATE WS-OPCAO
002691         WHEN "10"
002692             PERFORM 3800-EMITIR-TALAO THRU 3800-EXIT
002693         WHEN "11"
002694             PERFORM 3900-SUSTAR-CHEQUE THRU 3900-EXIT
002695         WHEN "12"
002696             PERFORM 3950-ALTERAR-AGENCIA THRU 3950-EXIT
002700         WHEN "1"
002710             PERFORM 3100-ALTERAR-LIMITE THRU 3100-EXIT
002720         WHEN "2"
004640*-----------------------------------------------------------
004650* 3600-ALTERAR-SITUACAO
004660* SETS THE ACCOUNT STATUS. AN ENCERRADA ACCOUNT CAN NEVER
004670* BE REOPENED, SO ITS STATUS IS NOT CHANGEABLE HERE. AN
004673* ACCOUNT IS CLOSED ONLY THROUGH ENCCONT, WHICH SETTLES IT
004676* BEFORE SETTING THE STATUS TO ENCERRADA.
004680*-----------------------------------------------------------
004690 3600-ALTERAR-SITUACAO.
004700     IF CM-CONTA-ENCERRADA
004710         DISPLAY "CONTA ENCERRADA NAO PODE SER REABERTA."
004720     ELSE
004730         MOVE CM-ACCOUNT-STATUS TO WS-VALOR-ANTES
004740         DISPLAY "NOVA SITUACAO (A=ATIVA B=BLOQUEADA): "
004760         ACCEPT WS-SITUACAO-NOVA
004770         IF WS-SITUACAO-NOVA = "E"
004771             DISPLAY "O ENCERRAMENTO E FEITO PELO PROGRAMA "
004772                 "ENCCONT."
004773             GO TO 3600-EXIT
004774         END-IF
004775         IF WS-SITUACAO-NOVA = "A" OR "B"
004780             MOVE WS-SITUACAO-NOVA  TO CM-ACCOUNT-STATUS
004790             MOVE CM-ACCOUNT-STATUS TO WS-VALOR-DEPOIS
004800             MOVE "SITUACAO CONTA"   TO WS-CAMPO-ALTERADO
004810             PERFORM 7000-REGRAVAR-E-AUDITAR THRU 7000-EXIT
004820         ELSE
004830             DISPLAY "SITUACAO INVALIDA. USE A OU B."
004840         END-IF
004850     END-IF.
004860 3600-EXIT.
005800     CLOSE CUSTOMER-MASTER.
005810     CLOSE AUDIT-LOG.
005820     CLOSE OPERATOR-MASTER.
005823     CLOSE CHEQUE-MASTER.
005826     CLOSE SECURITY-LOG.
005830 9000-EXIT.
005840     EXIT.
005860*-----------------------------------------------------------
006160         DISPLAY "OPERADOR TRAVADO POR EXCESSO DE TENTATIVAS."
006170         DISPLAY "PROCURE OUTRO SUPERVISOR PARA DESTRAVAR "
006180             "NO OPERMNT."
006183         MOVE "RT" TO WS-SEG-EVENTO
006186         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
006190         GO TO 1510-EXIT
006200     END-IF.
006210     IF OP-SENHA NOT = WS-SENHA-ENTRADA
006215         MOVE "FS" TO WS-SEG-EVENTO
006220         PERFORM 1530-CONTAR-FALHA THRU 1530-EXIT
006230         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
006240             "ATIVO COM SENHA CORRETA."
006270     IF NOT OP-SUPERVISOR OR NOT OP-ATIVO
006280         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
006290             "ATIVO COM SENHA CORRETA."
006293         MOVE "NA" TO WS-SEG-EVENTO
006296         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
006300         GO TO 1510-EXIT
006310     END-IF.
006320     IF OP-TENTATIVAS IS NUMERIC AND OP-TENTATIVAS > ZERO
006890     IF OP-TENTATIVAS NOT < 3
006900         MOVE "T" TO OP-TRAVA
006910         DISPLAY "TERCEIRA FALHA - OPERADOR TRAVADO."
006915         MOVE "TV" TO WS-SEG-EVENTO
006920     END-IF.
006925     PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT.
006930     REWRITE OPERMAST-RECORD
006940         INVALID KEY
006950             DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
007130     ACCEPT WS-SENHA-CONFIRMA.
007140     IF WS-SENHA-NOVA = SPACES
007150         DISPLAY "SENHA NOVA NAO PODE SER BRANCOS."
007153         MOVE "TN" TO WS-SEG-EVENTO
007156         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
007160         GO TO 1540-EXIT
007170     END-IF.
007180     IF WS-SENHA-NOVA = OP-SENHA
007190         DISPLAY "SENHA NOVA IGUAL A ANTERIOR."
007193         MOVE "TN" TO WS-SEG-EVENTO
007196         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
007200         GO TO 1540-EXIT
007210     END-IF.
007220     IF WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
007230         DISPLAY "CONFIRMACAO NAO CONFERE."
007233         MOVE "TN" TO WS-SEG-EVENTO
007236         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
007240         GO TO 1540-EXIT
007250     END-IF.
007260     MOVE WS-SENHA-NOVA TO OP-SENHA.
007340         NOT INVALID KEY
007350             SET WS-TROCA-EFETUADA TO TRUE
007360             DISPLAY "SENHA ALTERADA."
007363             MOVE "TS" TO WS-SEG-EVENTO
007366             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
007370     END-REWRITE.
007380 1540-EXIT.
007390     EXIT.
007700     END-IF.
007710 5300-EXIT.
007720     EXIT.
007730*-----------------------------------------------------------
007740* 3800-EMITIR-TALAO
007750* ISSUES A TALAO TO AN ACTIVE ACCOUNT: ONE CHEQUE MASTER
007760* RECORD (EMITIDO) PER LEAF, NUMBERED ON FROM THE HIGHEST
007770* CHEQUE NUMBER THE ACCOUNT ALREADY HAS. THE RANGE ACTUALLY
007780* WRITTEN IS AUDITED.
007790*-----------------------------------------------------------
007800 3800-EMITIR-TALAO.
007810     IF NOT CM-CONTA-ATIVA
007820         DISPLAY "CONTA NAO ESTA ATIVA. TALAO NAO EMITIDO."
007830         GO TO 3800-EXIT
007840     END-IF.
007850     DISPLAY "QUANTIDADE DE FOLHAS (ZEROS = 20, MAXIMO 50): ".
007860     MOVE ZERO TO WS-QTDE-FOLHAS.
007870     ACCEPT WS-QTDE-FOLHAS.
007880     IF WS-QTDE-FOLHAS IS NOT NUMERIC
007890         DISPLAY "QUANTIDADE INVALIDA. TALAO NAO EMITIDO."
007900         GO TO 3800-EXIT
007910     END-IF.
007920     IF WS-QTDE-FOLHAS = ZERO
007930         MOVE WS-FOLHAS-PADRAO TO WS-QTDE-FOLHAS
007940     END-IF.
007950     IF WS-QTDE-FOLHAS > WS-FOLHAS-MAXIMO
007960         DISPLAY "MAXIMO DE " WS-FOLHAS-MAXIMO
007970             " FOLHAS POR TALAO. TALAO NAO EMITIDO."
007980         GO TO 3800-EXIT
007990     END-IF.
008000     PERFORM 3810-ULTIMO-CHEQUE THRU 3810-EXIT.
008010     COMPUTE WS-PRIMEIRA-FOLHA = WS-ULTIMO-CHEQUE + 1.
008020     COMPUTE WS-ULTIMA-FOLHA = WS-ULTIMO-CHEQUE + WS-QTDE-FOLHAS.
008030     IF WS-ULTIMA-FOLHA > 999999
008040         DISPLAY "NUMERACAO DE CHEQUES DA CONTA ESGOTADA."
008050         GO TO 3800-EXIT
008060     END-IF.
008070     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
008080     MOVE ZERO TO WS-QTDE-GRAVADAS.
008090     MOVE "N" TO WS-ERRO-TALAO-SW.
008100     PERFORM 3820-GRAVAR-FOLHA THRU 3820-EXIT
008110         VARYING WS-NUMERO-FOLHA FROM WS-PRIMEIRA-FOLHA BY 1
008120         UNTIL WS-NUMERO-FOLHA > WS-ULTIMA-FOLHA
008130         OR WS-ERRO-NO-TALAO.
008140     IF WS-QTDE-GRAVADAS = ZERO
008150         DISPLAY "NENHUMA FOLHA GRAVADA. TALAO NAO EMITIDO."
008160         GO TO 3800-EXIT
008170     END-IF.
008180     MOVE WS-PRIMEIRA-FOLHA TO WS-FT-PRIMEIRA.
008190     COMPUTE WS-FT-ULTIMA =
008200         WS-PRIMEIRA-FOLHA + WS-QTDE-GRAVADAS - 1.
008210     MOVE SPACES             TO WS-VALOR-ANTES.
008220     MOVE WS-FAIXA-TALAO     TO WS-VALOR-DEPOIS.
008230     MOVE "TALAO DE CHEQUES" TO WS-CAMPO-ALTERADO.
008240     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
008250     DISPLAY "TALAO EMITIDO: " WS-FAIXA-TALAO.
008260 3800-EXIT.
008270     EXIT.
008280*-----------------------------------------------------------
008290* 3810-ULTIMO-CHEQUE
008300* FINDS THE HIGHEST CHEQUE NUMBER ALREADY ISSUED TO THE
008310* ACCOUNT (ZERO WHEN IT NEVER HAD A TALAO) BY WALKING THE
008320* ACCOUNTS RECORDS ON THE KEY.
008330*-----------------------------------------------------------
008340 3810-ULTIMO-CHEQUE.
008350     MOVE ZERO TO WS-ULTIMO-CHEQUE.
008360     MOVE "N" TO WS-FIM-CHEQUES-SW.
008370     MOVE CM-ACCOUNT-NUMBER TO CH-ACCOUNT-NUMBER.
008380     MOVE ZERO TO CH-NUMERO.
008390     START CHEQUE-MASTER KEY IS NOT LESS THAN CH-CHAVE
008400         INVALID KEY
008410             SET WS-FIM-DOS-CHEQUES TO TRUE
008420     END-START.
008430     IF NOT WS-FIM-DOS-CHEQUES
008440         READ CHEQUE-MASTER NEXT RECORD
008450             AT END
008460                 SET WS-FIM-DOS-CHEQUES TO TRUE
008470         END-READ
008480     END-IF.
008490     PERFORM 3815-PERCORRER-CHEQUES THRU 3815-EXIT
008500         UNTIL WS-FIM-DOS-CHEQUES.
008510 3810-EXIT.
008520     EXIT.
008530 3815-PERCORRER-CHEQUES.
008540     IF CH-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
008550         SET WS-FIM-DOS-CHEQUES TO TRUE
008560         GO TO 3815-EXIT
008570     END-IF.
008580     MOVE CH-NUMERO TO WS-ULTIMO-CHEQUE.
008590     READ CHEQUE-MASTER NEXT RECORD
008600         AT END
008610             SET WS-FIM-DOS-CHEQUES TO TRUE
008620     END-READ.
008630 3815-EXIT.
008640     EXIT.
008650*-----------------------------------------------------------
008660* 3820-GRAVAR-FOLHA
008670* WRITES ONE LEAF OF THE TALAO AS EMITIDO. A FAILED WRITE
008680* STOPS THE TALAO AT THE LEAVES ALREADY WRITTEN.
008690*-----------------------------------------------------------
008700 3820-GRAVAR-FOLHA.
008710     MOVE SPACES             TO CHEQUE-RECORD.
008720     MOVE CM-ACCOUNT-NUMBER  TO CH-ACCOUNT-NUMBER.
008730     MOVE WS-NUMERO-FOLHA    TO CH-NUMERO.
008740     MOVE WS-DATA-ATUAL      TO CH-DATA-EMISSAO.
008750     MOVE WS-OPERADOR-ID     TO CH-OPERATOR-ID.
008760     MOVE "E"                TO CH-STATUS.
008770     MOVE ZERO               TO CH-DATA-SUSTACAO.
008780     MOVE ZERO               TO CH-VALOR-PAGO.
008790     MOVE ZERO               TO CH-DATA-PAGAMENTO.
008800     MOVE ZERO               TO CH-QTDE-DEVOLUCOES.
008810     MOVE ZERO               TO CH-DATA-DEVOLUCAO.
008820     WRITE CHEQUE-RECORD
008830         INVALID KEY
008840             DISPLAY "ERRO AO GRAVAR O CHEQUE " CH-NUMERO
008850                 ". STATUS: " WS-CHEQUES-STATUS
008860             SET WS-ERRO-NO-TALAO TO TRUE
008870         NOT INVALID KEY
008880             ADD 1 TO WS-QTDE-GRAVADAS
008890     END-WRITE.
008900 3820-EXIT.
008910     EXIT.
008920*-----------------------------------------------------------
008930* 3900-SUSTAR-CHEQUE
008940* REGISTERS A SUSTACAO (STOP-PAYMENT) ON A CHEQUE OF THE
008950* ACCOUNT. A CHEQUE NEVER ISSUED, ALREADY PAID OR ALREADY
008960* SUSTADO IS REFUSED. THE REASON CHOSEN GIVES THE STANDARD
008970* RETURN CODE (20, 21 OR 28) THE COMPENSATION WILL RETURN
008980* THE CHEQUE WITH; THE FREE-TEXT DESCRIPTION IS KEPT WITH
008990* IT. THE SUSTACAO IS AUDITED.
009000*-----------------------------------------------------------
009010 3900-SUSTAR-CHEQUE.
009020     DISPLAY "NUMERO DO CHEQUE A SUSTAR: ".
009030     MOVE ZERO TO WS-NUMERO-CHEQUE.
009040     ACCEPT WS-NUMERO-CHEQUE.
009050     IF WS-NUMERO-CHEQUE IS NOT NUMERIC
009060         OR WS-NUMERO-CHEQUE = ZERO
009070         DISPLAY "NUMERO DE CHEQUE INVALIDO."
009080         GO TO 3900-EXIT
009090     END-IF.
009100     MOVE CM-ACCOUNT-NUMBER TO CH-ACCOUNT-NUMBER.
009110     MOVE WS-NUMERO-CHEQUE  TO CH-NUMERO.
009120     READ CHEQUE-MASTER
009130         INVALID KEY
009140             DISPLAY "CHEQUE NAO EMITIDO PARA ESTA CONTA."
009150             GO TO 3900-EXIT
009160     END-READ.
009170     IF CH-PAGO
009180         DISPLAY "CHEQUE JA PAGO EM " CH-DATA-PAGAMENTO
009190             ". SUSTACAO RECUSADA."
009200         GO TO 3900-EXIT
009210     END-IF.
009220     IF CH-SUSTADO
009230         DISPLAY "CHEQUE JA SUSTADO EM " CH-DATA-SUSTACAO
009240             " (MOTIVO " CH-MOTIVO-SUSTACAO ")."
009250         GO TO 3900-EXIT
009260     END-IF.
009270     MOVE CH-NUMERO TO WS-CA-NUMERO.
009280     MOVE CH-STATUS TO WS-CA-SITUACAO.
009290     DISPLAY "MOTIVO DA SUSTACAO:".
009300     DISPLAY " 1 - FOLHA EXTRAVIADA OU CANCELADA (20)".
009310     DISPLAY " 2 - CONTRA-ORDEM / DESACORDO COMERCIAL (21)".
009320     DISPLAY " 3 - FURTO OU ROUBO (28)".
009330     ACCEPT WS-MOTIVO-OPCAO.
009340     EVALUATE WS-MOTIVO-OPCAO
009350         WHEN "1"
009360             MOVE "20" TO CH-MOTIVO-SUSTACAO
009370         WHEN "2"
009380             MOVE "21" TO CH-MOTIVO-SUSTACAO
009390         WHEN "3"
009400             MOVE "28" TO CH-MOTIVO-SUSTACAO
009410         WHEN OTHER
009420             DISPLAY "MOTIVO INVALIDO. SUSTACAO CANCELADA."
009430             GO TO 3900-EXIT
009440     END-EVALUATE.
009450     DISPLAY "DESCRICAO DO MOTIVO (OCORRENCIA, B.O.): ".
009460     MOVE SPACES TO WS-DESC-MOTIVO.
009470     ACCEPT WS-DESC-MOTIVO.
009480     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
009490     MOVE WS-DESC-MOTIVO    TO CH-DESC-SUSTACAO.
009500     MOVE WS-DATA-ATUAL     TO CH-DATA-SUSTACAO.
009510     MOVE WS-OPERADOR-ID    TO CH-OPER-SUSTACAO.
009520     MOVE "S"               TO CH-STATUS.
009530     REWRITE CHEQUE-RECORD
009540         INVALID KEY
009550             DISPLAY "ERRO AO ATUALIZAR O CHEQUE. STATUS: "
009560                 WS-CHEQUES-STATUS
009570             GO TO 3900-EXIT
009580     END-REWRITE.
009590     MOVE WS-CHEQUE-ANTES    TO WS-VALOR-ANTES.
009600     MOVE CH-MOTIVO-SUSTACAO TO WS-CD-MOTIVO.
009610     MOVE WS-DESC-MOTIVO     TO WS-CD-DESC.
009620     MOVE WS-CHEQUE-DEPOIS   TO WS-VALOR-DEPOIS.
009630     MOVE "SUSTACAO CHEQUE"  TO WS-CAMPO-ALTERADO.
009640     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
009650     DISPLAY "CHEQUE " CH-NUMERO " SUSTADO - MOTIVO "
009660         CH-MOTIVO-SUSTACAO ".".
009670 3900-EXIT.
009680     EXIT.
009690*-----------------------------------------------------------
009700* 3950-ALTERAR-AGENCIA
009710* MOVES THE ACCOUNT TO ANOTHER BRANCH. THE NEW BRANCH MUST
009720* BE A NON-ZERO 4-DIGIT CODE DIFFERENT FROM THE CURRENT
009730* ONE AND AN ENCERRADA ACCOUNT IS NOT MOVED. THE MOVE IS
009740* AUDITED LIKE ANY OTHER CHANGE; MOVEMENTS ALREADY ON THE
009750* JOURNAL KEEP THE BRANCH WHERE THEY WERE POSTED.
009760*-----------------------------------------------------------
009770 3950-ALTERAR-AGENCIA.
009780     IF CM-CONTA-ENCERRADA
009790         DISPLAY "CONTA ENCERRADA. AGENCIA NAO ALTERADA."
009800         GO TO 3950-EXIT
009810     END-IF.
009820     MOVE CM-AGENCIA TO WS-VALOR-ANTES.
009830     DISPLAY "NOVA AGENCIA (4 DIGITOS): ".
009840     ACCEPT WS-AGENCIA-NOVA.
009850     IF WS-AGENCIA-NOVA IS NOT NUMERIC
009860         OR WS-AGENCIA-NOVA = ZERO
009870         DISPLAY "AGENCIA INVALIDA. ALTERACAO CANCELADA."
009880         GO TO 3950-EXIT
009890     END-IF.
009900     IF WS-AGENCIA-NOVA = CM-AGENCIA
009910         DISPLAY "A CONTA JA PERTENCE A ESSA AGENCIA."
009920         GO TO 3950-EXIT
009930     END-IF.
009940     MOVE WS-AGENCIA-NOVA   TO CM-AGENCIA.
009950     MOVE CM-AGENCIA        TO WS-VALOR-DEPOIS.
009960     MOVE "AGENCIA"         TO WS-CAMPO-ALTERADO.
009970     PERFORM 7000-REGRAVAR-E-AUDITAR THRU 7000-EXIT.
009980 3950-EXIT.
009990     EXIT.
010000*-----------------------------------------------------------
010010* 7200-GRAVAR-SEGURANCA
010020* APPENDS ONE SECURITY LOG RECORD FOR THE SIGN-ON EVENT IN
010030* WS-SEG-EVENTO, STAMPED WITH THE OPERATOR SIGNING ON.
010040*-----------------------------------------------------------
010050 7200-GRAVAR-SEGURANCA.
010060     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
010070     ACCEPT WS-HORA-ATUAL FROM TIME.
010080     MOVE WS-DATA-ATUAL        TO SL-EVENT-DATE.
010090     MOVE WS-HORA-ATUAL        TO SL-EVENT-TIME.
010100     MOVE "CONTMNT"            TO SL-PROGRAM.
010110     MOVE WS-OPERADOR-ID       TO SL-OPERATOR-ID.
010120     MOVE WS-SEG-EVENTO        TO SL-EVENT-TYPE.
010130     MOVE SPACES               TO SL-SUPERVISOR-ID.
010140     MOVE ZERO                 TO SL-ACCOUNT-NUMBER.
010150     MOVE ZERO                 TO SL-VALOR.
010160     MOVE SPACES               TO SL-FILLER.
010170     WRITE SECLOG-RECORD.
010180 7200-EXIT.
010190     EXIT.
010200 END PROGRAM CONTMNT.
