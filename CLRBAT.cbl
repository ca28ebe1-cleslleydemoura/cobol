000382*                  THE FILES EXISTING DETAILS (RUNCTL
000383*                  CARRIES ONLY THE COUNT), SO THE T
000384*                  RECORD ALWAYS PROVES THE WHOLE FILE.
000386* 2026-10-15 CDM   EVERY JOURNAL MOVEMENT NOW CARRIES THE
000388*                  BRANCH (TJ-AGENCIA) OF THE ACCOUNT IT
000390*                  POSTS TO.
000392* 2026-10-15 CDM   THE JOURNAL IS INDEXED (OPENED I-O). EACH
000394*                  MOVEMENT TAKES THE NEXT TJ-SEQUENCIA FROM
000396*                  THE TJSEQ CONTROL FILE BEFORE IT IS WRITTEN.
000398* 2026-10-15 CDM   A TJSEQ OR JOURNAL FAILURE NOW STOPS THE RUN
000400*                  WITH RUNCTL LEFT EM EXECUCAO. THE ITEM IS
000402*                  JOURNALED BEFORE THE MASTER IS REWRITTEN,
000404*                  AND ITS MOVEMENT IS DELETED AGAIN WHEN THE
000406*                  MASTER CANNOT BE REWRITTEN.
000408*-----------------------------------------------------------
000410* RETURN REASON CODES ON CLRRET:
000412*   01 CONTA NAO ENCONTRADA    02 CONTA BLOQUEADA/ENCERRADA
000414*   03 SALDO INSUFICIENTE      04 ERRO AO ATUALIZAR CADASTRO
000416*   05 NATUREZA INVALIDA
000418*-----------------------------------------------------------
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000630             WITH DUPLICATES
000640         FILE STATUS IS WS-CUSTMAST-STATUS.
000650     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000651         ORGANIZATION IS INDEXED
000652         ACCESS MODE IS DYNAMIC
000653         RECORD KEY IS TJ-SEQUENCIA
000654         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000655         FILE STATUS IS WS-TRANJRNL-STATUS.
000656     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-TJSEQ-STATUS.
000680     SELECT EXTERNAL-TRANSFERS ASSIGN TO "TRFEXT"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000970 FD  TRANSACTION-JOURNAL
000980     LABEL RECORDS ARE STANDARD.
000990     COPY TRANJRNL.
000992 FD  JOURNAL-SEQUENCE
000994     LABEL RECORDS ARE STANDARD.
000996     COPY TJSEQ.
001000 FD  EXTERNAL-TRANSFERS
001010     LABEL RECORDS ARE STANDARD.
001020     COPY TRFEXT.
001240     05  WS-TRANJRNL-STATUS       PIC X(02).
001250         88  WS-TRANJRNL-OK              VALUE "00".
001260         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001262     05  WS-TJSEQ-STATUS          PIC X(02).
001264         88  WS-TJSEQ-OK                 VALUE "00".
001266         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
001270     05  WS-TRFEXT-STATUS         PIC X(02).
001280         88  WS-TRFEXT-OK                VALUE "00".
001290         88  WS-TRFEXT-NOT-OPEN          VALUE "35".
001450         88  WS-JA-PROCESSADO            VALUE "S".
001460     05  WS-REINICIO-SW           PIC X(01) VALUE "N".
001470         88  WS-REINICIO                 VALUE "S".
001473     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
001476         88  WS-FALHA-JORNAL             VALUE "S".
001480     05  WS-RELATORIO-NOVO-SW     PIC X(01) VALUE "N".
001490         88  WS-RELATORIO-NOVO           VALUE "S".
001500     05  WS-ITEM-POSTADO-SW       PIC X(01) VALUE "N".
002620     END-IF.
002630     PERFORM 2000-PROCESSAR-ENTRADA THRU 2000-EXIT
002640         UNTIL WS-FIM-DA-ENTRADA.
002641     IF WS-FALHA-JORNAL
002642         DISPLAY "CLRBAT INTERROMPIDO POR FALHA NO JORNAL. O "
002643             "RUN-CONTROL FICA EM EXECUCAO PARA O REINICIO."
002644         CLOSE RETURN-FILE
002645         CLOSE CLEARING-IN
002646         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002647         GOBACK
002648     END-IF.
002650     PERFORM 2900-GRAVAR-TRAILER-RET THRU 2900-EXIT.
002660     PERFORM 3000-ENVIAR-PENDENTES THRU 3000-EXIT.
002670     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002910         DISPLAY "CUSTMAST NAO ENCONTRADO. CLRBAT ABORTADO."
002920         GOBACK
002930     END-IF.
002940     OPEN I-O TRANSACTION-JOURNAL.
002950     IF WS-TRANJRNL-NOT-OPEN
002960         OPEN OUTPUT TRANSACTION-JOURNAL
002970         CLOSE TRANSACTION-JOURNAL
002980         OPEN I-O TRANSACTION-JOURNAL
002990     END-IF.
003000     OPEN I-O EXTERNAL-TRANSFERS.
003010     IF WS-TRFEXT-NOT-OPEN
004280         IF WS-NUM-DETALHE > WS-QTDE-PULAR
004290             ADD 1 TO WS-QTDE-ITENS-LIDOS
004300             PERFORM 2100-POSTAR-ITEM THRU 2100-EXIT
004302             IF WS-FALHA-JORNAL
004304                 SET WS-FIM-DA-ENTRADA TO TRUE
004306                 GO TO 2000-EXIT
004308             END-IF
004310             PERFORM 7700-GRAVAR-CHECKPOINT THRU 7700-EXIT
004320         END-IF
004330     END-IF.
004440* JOURNAL. AN ITEM THAT CANNOT BE HONORED GOES TO THE
004450* RETURN FILE WITH ITS REASON CODE, NEVER SKIPPED IN
004460* SILENCE.
004465* THE JOURNAL IS WRITTEN FIRST; ITS FAILURE STOPS THE RUN.
004466* WHEN THE MASTER CANNOT BE REWRITTEN THE MOVEMENT IS TAKEN
004467* OFF THE JOURNAL BEFORE THE ITEM IS RETURNED.
004470*-----------------------------------------------------------
004480 2100-POSTAR-ITEM.
004490     MOVE "N" TO WS-ITEM-POSTADO-SW.
004770             GO TO 2100-EXIT
004780         END-IF
004790         COMPUTE CM-BALANCE = CM-BALANCE - WS-ED-VALOR
004795         MOVE "TE" TO TJ-TRANS-TYPE
004800     ELSE
004810         COMPUTE CM-BALANCE = CM-BALANCE + WS-ED-VALOR
004811         MOVE "TR" TO TJ-TRANS-TYPE
004812     END-IF.
004813     MOVE WS-ED-VALOR TO TJ-TRANS-AMOUNT.
004814     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
004815     IF WS-FALHA-JORNAL
004816         GO TO 2100-EXIT
004820     END-IF.
004830     REWRITE CUSTMAST-RECORD
004840         INVALID KEY
004842             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
004844             IF WS-FALHA-JORNAL
004846                 GO TO 2100-EXIT
004848             END-IF
004850             MOVE "04" TO WS-RD-MOTIVO-COD
004860             MOVE "ERRO AO ATUALIZAR CADASTRO"
004870                 TO WS-RD-MOTIVO-DESC
004900             SET WS-ITEM-POSTADO TO TRUE
004910     END-REWRITE.
004920     IF WS-ITEM-POSTADO
005000         ADD 1 TO WS-QTDE-ITENS-POSTADOS
005010     END-IF.
005020 2100-EXIT.
006060* APPENDS ONE MOVEMENT TO THE TRANSACTION JOURNAL FOR THE
006070* ACCOUNT CURRENTLY IN THE CUSTMAST RECORD AREA. THE
006080* CALLER SETS TJ-TRANS-TYPE AND TJ-TRANS-AMOUNT.
006083* A MOVEMENT THAT CANNOT BE NUMBERED OR WRITTEN SETS
006086* WS-FALHA-JORNAL.
006090*-----------------------------------------------------------
006100 5000-GRAVAR-JORNAL.
006110     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
006140     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
006150     MOVE "CLRB"               TO TJ-OPERATOR-ID.
006160     MOVE SPACES               TO TJ-ESTORNO-REF.
006161     MOVE CM-AGENCIA           TO TJ-AGENCIA.
006162     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
006163     IF TJ-SEQUENCIA = ZERO
006164         GO TO 5000-EXIT
006165     END-IF.
006166     WRITE TRANJRNL-RECORD
006167         INVALID KEY
006168             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
006169                 WS-TRANJRNL-STATUS
006170             SET WS-FALHA-JORNAL TO TRUE
006171     END-WRITE.
006180 5000-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------
008950     END-READ.
008960 1210-EXIT.
008970     EXIT.
008980*-----------------------------------------------------------
008990* 5050-NUMERAR-MOVIMENTO
009000* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
009010* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
009020* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
009030* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
009040* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
009050*-----------------------------------------------------------
009060 5050-NUMERAR-MOVIMENTO.
009070     MOVE ZERO TO TJ-SEQUENCIA.
009080     OPEN I-O JOURNAL-SEQUENCE.
009090     IF WS-TJSEQ-NOT-OPEN
009100         OPEN OUTPUT JOURNAL-SEQUENCE
009110         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
009120         MOVE SPACES TO TS-FILLER
009130         WRITE TJSEQ-RECORD
009140         CLOSE JOURNAL-SEQUENCE
009150         OPEN I-O JOURNAL-SEQUENCE
009160     END-IF.
009170     IF NOT WS-TJSEQ-OK
009180         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
009190         SET WS-FALHA-JORNAL TO TRUE
009200         GO TO 5050-EXIT
009210     END-IF.
009220     READ JOURNAL-SEQUENCE
009230         AT END
009240             CONTINUE
009250     END-READ.
009260     IF WS-TJSEQ-OK
009270         ADD 1 TO TS-ULTIMA-SEQUENCIA
009280         REWRITE TJSEQ-RECORD
009290     END-IF.
009300     IF NOT WS-TJSEQ-OK
009310         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
009320             WS-TJSEQ-STATUS
009330         SET WS-FALHA-JORNAL TO TRUE
009340         CLOSE JOURNAL-SEQUENCE
009350         GO TO 5050-EXIT
009360     END-IF.
009370     CLOSE JOURNAL-SEQUENCE.
009380     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
009390 5050-EXIT.
009400     EXIT.
009401*-----------------------------------------------------------
009402* 5060-ANULAR-MOVIMENTO
009403* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
009404* TJ-SEQUENCIA, WHEN THE ACCOUNT IT BELONGS TO COULD NOT BE
009405* POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED. A MOVEMENT
009406* THAT CANNOT BE DELETED SETS WS-FALHA-JORNAL.
009407*-----------------------------------------------------------
009408 5060-ANULAR-MOVIMENTO.
009409     DELETE TRANSACTION-JOURNAL RECORD
009410         INVALID KEY
009411             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
009412                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
009413             SET WS-FALHA-JORNAL TO TRUE
009414     END-DELETE.
009415 5060-EXIT.
009416     EXIT.
009420 END PROGRAM CLRBAT.
