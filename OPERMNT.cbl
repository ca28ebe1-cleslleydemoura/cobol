000296*                  MUST CHANGE IT AT FIRST SIGN-ON, AND
000297*                  THE NEW OPTION 4 RELEASES A LOCKED
000298*                  OPERATOR.
000299* 2026-10-15 CDM   SECURITY EVENTS ARE NOW WRITTEN TO THE
000300*                  NEW SECURITY LOG (SECLOG) BY 7200: THE
000301*                  SUPERVISOR SIGN-ON EVENTS AS IN BNCDM,
000302*                  EVERY RELEASE OF A TRAVADO OPERATOR
000303*                  (OPTION 4, OR AN ALTERATION IN OPTION 1
000304*                  THAT CLEARS THE LOCK) AND EVERY PASSWORD
000305*                  REGISTERED PROVISORIA BY A SUPERVISOR,
000306*                  WITH THE SUPERVISOR WHO DID IT.
000307* 2026-10-15 CDM   ASKS FOR THE OPERATORS BRANCH (OP-
000308*                  AGENCIA) ON INCLUSION/ALTERATION AND
000309*                  SHOWS IT ON THE CONSULTA.
000310*-----------------------------------------------------------
000311 ENVIRONMENT DIVISION.
000312 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS OP-OPERATOR-ID
000370         FILE STATUS IS WS-OPERMAST-STATUS.
000372     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000374         ORGANIZATION IS SEQUENTIAL
000376         FILE STATUS IS WS-SECLOG-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  OPERATOR-MASTER
000420     LABEL RECORDS ARE STANDARD.
000430     COPY OPERMAST.
000432 FD  SECURITY-LOG
000434     LABEL RECORDS ARE STANDARD.
000436     COPY SECLOG.
000440
000450 WORKING-STORAGE SECTION.
000460 01  WS-FILE-STATUSES.
000480         88  WS-OPERMAST-OK              VALUE "00".
000490         88  WS-OPERMAST-NOT-FOUND       VALUE "23".
000500         88  WS-OPERMAST-NOT-OPEN        VALUE "35".
000502     05  WS-SECLOG-STATUS         PIC X(02).
000504         88  WS-SECLOG-OK                VALUE "00".
000506         88  WS-SECLOG-NOT-OPEN          VALUE "35".
000510 01  WS-SWITCHES.
000520     05  WS-SAIR-SW               PIC X(01) VALUE "N".
000530         88  WS-SAIR-DO-SISTEMA          VALUE "S".
000632     05  WS-TROCA-SW              PIC X(01) VALUE "N".
000634         88  WS-TROCA-NECESSARIA         VALUE "S".
000636     05  WS-TROCA-OK-SW           PIC X(01) VALUE "N".
000637         88  WS-TROCA-EFETUADA           VALUE "S".
000638     05  WS-ERA-TRAVADO-SW        PIC X(01) VALUE "N".
000639         88  WS-ERA-TRAVADO              VALUE "S".
000640*-----------------------------------------------------------
000650* MENU AND INPUT FIELDS
000660*-----------------------------------------------------------
000700 77  WS-NOME-ENTRADA          PIC X(30) VALUE SPACES.
000710 77  WS-LIMITE-ENTRADA        PIC 9(10)V99 VALUE ZERO.
000720 77  WS-FLAG-ENTRADA          PIC X(01) VALUE SPACE.
000721 77  WS-STATUS-ENTRADA        PIC X(01) VALUE SPACE.
000722 77  WS-AGENCIA-ENTRADA       PIC 9(04) VALUE ZERO.
000723 77  WS-QTDE-SUPERVISORES     PIC 9(03) COMP VALUE ZERO.
000724*-----------------------------------------------------------
000725* SECURITY LOG: THE SUPERVISOR SIGNED ON (KEPT APART FROM
000726* WS-OPERADOR-ENTRADA, WHICH THE OPTIONS REUSE FOR THE
000727* OPERATOR BEING MAINTAINED) AND THE EVENT BEING WRITTEN
000728* BY 7200 FOR THE OPERATOR IN WS-SEG-OPERADOR.
000729*-----------------------------------------------------------
000730 77  WS-SUPERVISOR-ID         PIC X(04) VALUE SPACES.
000731 77  WS-SEG-EVENTO            PIC X(02) VALUE SPACES.
000732 77  WS-SEG-OPERADOR          PIC X(04) VALUE SPACES.
000733 77  WS-SEG-SUPERVISOR        PIC X(04) VALUE SPACES.
000734 77  WS-SEG-DATA              PIC 9(08) VALUE ZERO.
000735 77  WS-SEG-HORA              PIC 9(06) VALUE ZERO.
000742*-----------------------------------------------------------
000743* PASSWORD LIFECYCLE: 90-DAY VALIDITY, THE NEW PASSWORD
000744* PAIR PROMPTED ON A FORCED CHANGE, AND THE DAY-SERIAL
000771 77  WS-RESTO-100             PIC 9(04) COMP VALUE ZERO.
000772 77  WS-RESTO-400             PIC 9(04) COMP VALUE ZERO.
000774*-----------------------------------------------------------
000775* SAVE AREA FOR THE RECORD BEING WRITTEN (65 BYTES, MUST
000776* MATCH OPERMAST-RECORD) USED WHILE THE FILE IS SCANNED
000777* FOR OTHER ACTIVE SUPERVISORS.
000778*-----------------------------------------------------------
000800 01  WS-REG-OPERADOR          PIC X(65) VALUE SPACES.
000810
000820 PROCEDURE DIVISION.
000830*-----------------------------------------------------------
001050         OPEN OUTPUT OPERATOR-MASTER
001060         CLOSE OPERATOR-MASTER
001070         OPEN I-O OPERATOR-MASTER
001071     END-IF.
001072     OPEN EXTEND SECURITY-LOG.
001073     IF WS-SECLOG-NOT-OPEN
001074         OPEN OUTPUT SECURITY-LOG
001075         CLOSE SECURITY-LOG
001076         OPEN EXTEND SECURITY-LOG
001080     END-IF.
001090     MOVE LOW-VALUES TO OP-OPERATOR-ID.
001100     START OPERATOR-MASTER KEY IS NOT LESS THAN OP-OPERATOR-ID
001400     DISPLAY "SENHA: ".
001410     ACCEPT WS-SENHA-ENTRADA.
001420     MOVE WS-OPERADOR-ENTRADA TO OP-OPERATOR-ID.
001425     MOVE WS-OPERADOR-ENTRADA TO WS-SEG-OPERADOR.
001430     READ OPERATOR-MASTER
001440         INVALID KEY
001450             DISPLAY "OPERADOR NAO CADASTRADO."
001453             MOVE "NC" TO WS-SEG-EVENTO
001456             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
001460         NOT INVALID KEY
001470             PERFORM 1510-CONFERIR-SENHA THRU 1510-EXIT
001550     END-READ.
001940     END-IF.
001950     MOVE "N" TO WS-OPER-EXISTE-SW.
001960     MOVE "N" TO WS-ERA-SUP-SW.
001965     MOVE "N" TO WS-ERA-TRAVADO-SW.
001970     MOVE WS-OPERADOR-ENTRADA TO OP-OPERATOR-ID.
001980     READ OPERATOR-MASTER
001990         INVALID KEY
002000             CONTINUE
002010         NOT INVALID KEY
002020             SET WS-OPER-EXISTE TO TRUE
002022             IF OP-TRAVADO
002024                 SET WS-ERA-TRAVADO TO TRUE
002026             END-IF
002030             DISPLAY "OPERADOR JA CADASTRADO - ALTERANDO."
002040             IF OP-SUPERVISOR AND OP-ATIVO
002050                 SET WS-ERA-SUPERVISOR-ATIVO TO TRUE
002240         DISPLAY "SITUACAO INVALIDA. USE A OU D."
002250         GO TO 3100-EXIT
002260     END-IF.
002261     DISPLAY "AGENCIA DO OPERADOR (4 DIGITOS): ".
002262     ACCEPT WS-AGENCIA-ENTRADA.
002263     IF WS-AGENCIA-ENTRADA IS NOT NUMERIC
002264         OR WS-AGENCIA-ENTRADA = ZERO
002265         DISPLAY "AGENCIA INVALIDA. DIGITE 4 DIGITOS."
002266         GO TO 3100-EXIT
002267     END-IF.
002270     MOVE WS-OPERADOR-ENTRADA TO OP-OPERATOR-ID.
002280     MOVE WS-NOME-ENTRADA     TO OP-OPERATOR-NAME.
002290     MOVE WS-SENHA-ENTRADA    TO OP-SENHA.
002300     MOVE WS-LIMITE-ENTRADA   TO OP-MAX-SAQUE.
002305     MOVE WS-AGENCIA-ENTRADA  TO OP-AGENCIA.
002310     IF WS-ARQUIVO-VAZIO
002320         MOVE "S" TO OP-SUPERVISOR-FLAG
002330         MOVE "A" TO OP-STATUS
002550                     WS-OPERMAST-STATUS
002560             NOT INVALID KEY
002570                 DISPLAY "OPERADOR ALTERADO."
002573                 PERFORM 3110-REGISTRAR-SEGURANCA
002576                     THRU 3110-EXIT
002580         END-REWRITE
002590     ELSE
002600         WRITE OPERMAST-RECORD
002640             NOT INVALID KEY
002650                 DISPLAY "OPERADOR INCLUIDO."
002660                 MOVE "N" TO WS-ARQUIVO-VAZIO-SW
002663                 PERFORM 3110-REGISTRAR-SEGURANCA
002666                     THRU 3110-EXIT
002670         END-WRITE
002671     END-IF.
002672 3100-EXIT.
002673     EXIT.
002674*-----------------------------------------------------------
002675* 3110-REGISTRAR-SEGURANCA
002676* LOGS THE PASSWORD JUST REGISTERED PROVISORIA FOR THE
002677* OPERATOR AND, WHEN THE OPERATOR WAS TRAVADO, THE RELEASE
002678* THE ALTERATION IMPLIES. ON AN EMPTY FILE NOBODY IS SIGNED
002679* ON AND THE SUPERVISOR FIELD STAYS BLANK.
002680*-----------------------------------------------------------
002681 3110-REGISTRAR-SEGURANCA.
002682     MOVE OP-OPERATOR-ID   TO WS-SEG-OPERADOR.
002683     MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR.
002684     MOVE "SP" TO WS-SEG-EVENTO.
002685     PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT.
002686     IF WS-ERA-TRAVADO
002687         MOVE OP-OPERATOR-ID   TO WS-SEG-OPERADOR
002688         MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
002689         MOVE "DT" TO WS-SEG-EVENTO
002690         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
002691     END-IF.
002692 3110-EXIT.
002700     EXIT.
002710*-----------------------------------------------------------
002720* 3150-CONTAR-SUPERVISORES
003260                 "  SITUACAO: " OP-STATUS
003262             DISPLAY "SENHA TROCADA EM: " OP-SENHA-DATE
003264                 "  TRAVA: " OP-TRAVA
003267             DISPLAY "AGENCIA: " OP-AGENCIA
003270     END-READ.
003280 3200-EXIT.
003290     EXIT.
003330*-----------------------------------------------------------
003340 9000-FINALIZE.
003350     CLOSE OPERATOR-MASTER.
003355     CLOSE SECURITY-LOG.
003360 9000-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------
003630                 WS-OPERMAST-STATUS
003640         NOT INVALID KEY
003650             DISPLAY "OPERADOR " OP-OPERATOR-ID " DESTRAVADO."
003652             MOVE OP-OPERATOR-ID   TO WS-SEG-OPERADOR
003654             MOVE WS-SUPERVISOR-ID TO WS-SEG-SUPERVISOR
003656             MOVE "DT" TO WS-SEG-EVENTO
003658             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
003660     END-REWRITE.
003670 3300-EXIT.
003680     EXIT.
003780     IF OP-TRAVADO
003790         DISPLAY "OPERADOR TRAVADO POR EXCESSO DE TENTATIVAS."
003800         DISPLAY "PROCURE OUTRO SUPERVISOR PARA DESTRAVAR."
003803         MOVE "RT" TO WS-SEG-EVENTO
003806         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
003810         GO TO 1510-EXIT
003820     END-IF.
003830     IF OP-SENHA NOT = WS-SENHA-ENTRADA
003835         MOVE "FS" TO WS-SEG-EVENTO
003840         PERFORM 1530-CONTAR-FALHA THRU 1530-EXIT
003850         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
003860             "ATIVO COM SENHA CORRETA."
003890     IF NOT OP-SUPERVISOR OR NOT OP-ATIVO
003900         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
003910             "ATIVO COM SENHA CORRETA."
003913         MOVE "NA" TO WS-SEG-EVENTO
003916         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
003920         GO TO 1510-EXIT
003930     END-IF.
003940     IF OP-TENTATIVAS IS NUMERIC AND OP-TENTATIVAS > ZERO
004070         END-IF
004080     END-IF.
004090     SET WS-ACESSO-LIBERADO TO TRUE.
004095     MOVE OP-OPERATOR-ID TO WS-SUPERVISOR-ID.
004100 1510-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------
004500     IF OP-TENTATIVAS NOT < 3
004510         MOVE "T" TO OP-TRAVA
004520         DISPLAY "TERCEIRA FALHA - OPERADOR TRAVADO."
004525         MOVE "TV" TO WS-SEG-EVENTO
004530     END-IF.
004535     PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT.
004540     REWRITE OPERMAST-RECORD
004550         INVALID KEY
004560             DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
004740     ACCEPT WS-SENHA-CONFIRMA.
004750     IF WS-SENHA-NOVA = SPACES
004760         DISPLAY "SENHA NOVA NAO PODE SER BRANCOS."
004763         MOVE "TN" TO WS-SEG-EVENTO
004766         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
004770         GO TO 1540-EXIT
004780     END-IF.
004790     IF WS-SENHA-NOVA = OP-SENHA
004800         DISPLAY "SENHA NOVA IGUAL A ANTERIOR."
004803         MOVE "TN" TO WS-SEG-EVENTO
004806         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
004810         GO TO 1540-EXIT
004820     END-IF.
004830     IF WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
004840         DISPLAY "CONFIRMACAO NAO CONFERE."
004843         MOVE "TN" TO WS-SEG-EVENTO
004846         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
004850         GO TO 1540-EXIT
004860     END-IF.
004870     MOVE WS-SENHA-NOVA TO OP-SENHA.
004950         NOT INVALID KEY
004960             SET WS-TROCA-EFETUADA TO TRUE
004970             DISPLAY "SENHA ALTERADA."
004973             MOVE "TS" TO WS-SEG-EVENTO
004976             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
004980     END-REWRITE.
004990 1540-EXIT.
005000     EXIT.
005310     END-IF.
005320 5300-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------
005350* 7200-GRAVAR-SEGURANCA
005360* APPENDS ONE SECURITY LOG RECORD FOR THE EVENT IN
005370* WS-SEG-EVENTO ABOUT THE OPERATOR IN WS-SEG-OPERADOR, THEN
005380* CLEARS THE SUPERVISOR FIELD FOR THE NEXT EVENT.
005390*-----------------------------------------------------------
005400 7200-GRAVAR-SEGURANCA.
005410     ACCEPT WS-SEG-DATA FROM DATE YYYYMMDD.
005420     ACCEPT WS-SEG-HORA FROM TIME.
005430     MOVE WS-SEG-DATA       TO SL-EVENT-DATE.
005440     MOVE WS-SEG-HORA       TO SL-EVENT-TIME.
005450     MOVE "OPERMNT"         TO SL-PROGRAM.
005460     MOVE WS-SEG-OPERADOR   TO SL-OPERATOR-ID.
005470     MOVE WS-SEG-EVENTO     TO SL-EVENT-TYPE.
005480     MOVE WS-SEG-SUPERVISOR TO SL-SUPERVISOR-ID.
005490     MOVE ZERO              TO SL-ACCOUNT-NUMBER.
005500     MOVE ZERO              TO SL-VALOR.
005510     MOVE SPACES            TO SL-FILLER.
005520     WRITE SECLOG-RECORD.
005530     MOVE SPACES TO WS-SEG-SUPERVISOR.
005540 7200-EXIT.
005550     EXIT.
005560 END PROGRAM OPERMNT.
