000259*                  INTO THE SAQUE / DEPOSITO TOTALS.
000260* 2026-09-02 CDM   TARIFA MOVEMENTS (TA) PRINT AS "TARIFA"
000261*                  AND ROLL INTO THE SAQUE TOTALS.
000262* 2026-10-15 CDM   PERSONAL LOAN MOVEMENTS PRINT AS
000263*                  "EMPRESTIMO" (EP, INTO THE DEPOSITO
000264*                  TOTALS) AND "PARC EMPR" (PE, INTO THE
000265*                  SAQUE TOTALS).
000266* 2026-10-15 CDM   CHEQUES PAID BY THE COMPENSATION (CQ)
000267*                  PRINT AS "CHQ" AND THE CHEQUE NUMBER AND
000268*                  ROLL INTO THE SAQUE TOTALS.
000269* 2026-10-15 CDM   PAYROLL MOVEMENTS PRINT AS "FOLHA DEB"
000270*                  (FD, INTO THE SAQUE TOTALS) AND "SALARIO"
000271*                  (FP, INTO THE DEPOSITO TOTALS); THE FP
000272*                  GIVING RETURNED LINES BACK TO THE
000273*                  EMPLOYER PRINTS AS "DEVOL FOLH".
000274* 2026-10-15 CDM   TRANJRNL AND THE TJARCH ARCHIVES ARE
000275*                  INDEXED. THE STATEMENT NOW STARTS THE
000276*                  JOURNAL AT THE ACCOUNT KEY (TJ-CHAVE-CONTA)
000277*                  AND READS ONLY THAT ACCOUNTS MOVEMENTS, IN
000278*                  ONE PASS, INSTEAD OF SCANNING THE WHOLE
000279*                  FILE TWICE.
000280*-----------------------------------------------------------
000281 ENVIRONMENT DIVISION.
000282 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC WS-NOME-JORNAL
000310         ORGANIZATION IS INDEXED
000312         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS TJ-SEQUENCIA
000316         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000320         FILE STATUS IS WS-TRANJRNL-STATUS.
000330     SELECT EXTRATO-REPORT ASSIGN TO "EXTRATO"
000340         ORGANIZATION IS LINE SEQUENTIAL
001360*-----------------------------------------------------------
001370* 0000-MAINLINE
001380* DRIVES THE WHOLE STATEMENT RUN: ASK FOR THE ACCOUNT AND
001390* PERIOD, THEN READ THE ACCOUNTS MOVEMENTS ON THE JOURNAL
001395* ONCE, IN ACCOUNT KEY (DATE AND TIME) ORDER.
001400*-----------------------------------------------------------
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780     PERFORM 1100-OBTER-SALDO-ABERTURA THRU 1100-EXIT.
001790     MOVE WS-SALDO-ABERTURA TO WS-SALDO-CORRENTE.
001800     PERFORM 8100-IMPRIMIR-CABECALHO THRU 8100-EXIT.
001850 1000-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------
001880* 1100-OBTER-SALDO-ABERTURA
001890* STARTS THE JOURNAL AT THE SELECTED ACCOUNT ON ITS ACCOUNT
001900* KEY (TJ-CHAVE-CONTA) AND READS ITS MOVEMENTS DATED BEFORE
001910* THE REQUESTED PERIOD; THE RESULTING BALANCE OF THE LAST
001920* ONE IS THE OPENING BALANCE (ZERO IF THERE IS NONE). THE
001930* FIRST MOVEMENT OF THE PERIOD IS LEFT IN THE RECORD AREA
001935* FOR THE MAIN PASS.
001940*-----------------------------------------------------------
001950 1100-OBTER-SALDO-ABERTURA.
001960     MOVE ZERO TO WS-SALDO-ABERTURA.
001970     MOVE WS-CONTA-SELECIONADA TO TJ-ACCOUNT-NUMBER.
001980     MOVE ZERO TO TJ-TRANS-DATE.
001981     MOVE ZERO TO TJ-TRANS-TIME.
001982     MOVE ZERO TO TJ-SEQUENCIA.
001983     START TRANSACTION-JOURNAL
001984         KEY IS NOT LESS THAN TJ-CHAVE-CONTA
001985         INVALID KEY
001990             SET WS-FIM-DO-JORNAL TO TRUE
002000     END-START.
002002     IF NOT WS-FIM-DO-JORNAL
002004         PERFORM 1200-LER-MOVIMENTO THRU 1200-EXIT
002006     END-IF.
002010     PERFORM 1110-VARRER-JORNAL THRU 1110-EXIT
002020         UNTIL WS-FIM-DO-JORNAL
002030         OR TJ-TRANS-DATE NOT < WS-DATA-INICIAL.
002060 1100-EXIT.
002070     EXIT.
002080*-----------------------------------------------------------
002090* 1110-VARRER-JORNAL
002100* CARRIES THE RESULTING BALANCE OF A MOVEMENT DATED BEFORE
002110* THE REQUESTED PERIOD FORWARD. THE ACCOUNT KEY RETURNS
002120* THE MOVEMENTS IN DATE AND TIME ORDER, SO THE LAST ONE
002130* READ LEAVES THE CORRECT BALANCE.
002140*-----------------------------------------------------------
002150 1110-VARRER-JORNAL.
002160     MOVE TJ-RESULTING-BALANCE TO WS-SALDO-ABERTURA.
002170     PERFORM 1200-LER-MOVIMENTO THRU 1200-EXIT.
002240 1110-EXIT.
002250     EXIT.
002251*-----------------------------------------------------------
002252* 1200-LER-MOVIMENTO
002253* READS THE NEXT MOVEMENT ON THE ACCOUNT KEY. A MOVEMENT OF
002254* ANOTHER ACCOUNT OR DATED AFTER THE PERIOD ENDS THE
002255* STATEMENT.
002256*-----------------------------------------------------------
002257 1200-LER-MOVIMENTO.
002258     READ TRANSACTION-JOURNAL NEXT RECORD
002259         AT END
002260             SET WS-FIM-DO-JORNAL TO TRUE
002261             GO TO 1200-EXIT
002262     END-READ.
002263     IF TJ-ACCOUNT-NUMBER NOT = WS-CONTA-SELECIONADA
002264         OR TJ-TRANS-DATE > WS-DATA-FINAL
002265         SET WS-FIM-DO-JORNAL TO TRUE
002266     END-IF.
002267 1200-EXIT.
002268     EXIT.
002269*-----------------------------------------------------------
002270* 2000-LER-JORNAL
002280* PRINTS ONE MOVEMENT OF THE ACCOUNT WITHIN THE REQUESTED
002290* PERIOD AND READS THE NEXT.
002300*-----------------------------------------------------------
002310 2000-LER-JORNAL.
002320     PERFORM 2100-IMPRIMIR-MOVIMENTO THRU 2100-EXIT.
002330     PERFORM 1200-LER-MOVIMENTO THRU 1200-EXIT.
002410 2000-EXIT.
002420     EXIT.
002430*-----------------------------------------------------------
002807         WHEN TJ-TIPO-TARIFA
002808             MOVE "TARIFA" TO WS-LM-TIPO
002809             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-SAQUES
002810         WHEN TJ-TIPO-EMPRESTIMO
002811             MOVE "EMPRESTIMO" TO WS-LM-TIPO
002812             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-DEPOSITOS
002813         WHEN TJ-TIPO-PARCELA-EMPREST
002814             MOVE "PARC EMPR" TO WS-LM-TIPO
002815             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-SAQUES
002816         WHEN TJ-TIPO-CHEQUE
002817             MOVE "CHQ"          TO WS-LM-TIPO
002818             MOVE TJ-ESTORNO-REF TO WS-LM-TIPO (5:6)
002819             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-SAQUES
002820         WHEN TJ-TIPO-DEBITO-FOLHA
002821             MOVE "FOLHA DEB" TO WS-LM-TIPO
002822             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-SAQUES
002823         WHEN TJ-TIPO-CREDITO-FOLHA
002824             IF TJ-ESTORNO-REF = "999999"
002825                 MOVE "DEVOL FOLH" TO WS-LM-TIPO
002826             ELSE
002827                 MOVE "SALARIO" TO WS-LM-TIPO
002828             END-IF
002829             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-DEPOSITOS
002830         WHEN TJ-TIPO-SALDO-ANTERIOR
002831             MOVE "SALDO ANT" TO WS-LM-TIPO
002832         WHEN OTHER
002833             MOVE "OUTROS" TO WS-LM-TIPO
002834     END-EVALUATE.
002840     MOVE TJ-TRANS-AMOUNT TO WS-LM-VALOR.
002850     WRITE EXTRATO-LINE FROM WS-LINHA-MOVIMENTO.
002860     ADD 1 TO WS-QTDE-MOVIMENTOS WS-LINHAS-NA-PAGINA.
003120*-----------------------------------------------------------
003130* 8000-IMPRIMIR-RODAPE
003140* PRINTS THE CLOSING TOTALS AND FINAL BALANCE OF THE
003150* STATEMENT ONCE THE ACCOUNTS MOVEMENTS HAVE BEEN READ.
003160*-----------------------------------------------------------
003170 8000-IMPRIMIR-RODAPE.
003180     MOVE WS-TOTAL-DEPOSITOS TO WS-LT-DEPOSITOS.
