000231*                  INTO THE SAQUE / DEPOSITO TOTALS.
000232* 2026-09-02 CDM   TARIFA MOVEMENTS (TA) PRINT AS "TARIFA"
000233*                  AND ROLL INTO THE SAQUE TOTALS.
000234* 2026-10-15 CDM   PERSONAL LOAN MOVEMENTS PRINT AS
000235*                  "EMPRESTIMO" (EP, INTO THE DEPOSITO
000236*                  TOTALS) AND "PARC EMPR" (PE, INTO THE
000237*                  SAQUE TOTALS).
000238* 2026-10-15 CDM   CHEQUES PAID BY THE COMPENSATION (CQ)
000239*                  PRINT AS "CHQ" AND THE CHEQUE NUMBER AND
000240*                  ROLL INTO THE SAQUE TOTALS.
000241* 2026-10-15 CDM   PAYROLL MOVEMENTS PRINT AS "FOLHA DEB"
000242*                  (FD, INTO THE SAQUE TOTALS) AND "SALARIO"
000243*                  (FP, INTO THE DEPOSITO TOTALS); THE FP
000244*                  GIVING RETURNED LINES BACK TO THE
000245*                  EMPLOYER PRINTS AS "DEVOL FOLH".
000246* 2026-10-15 CDM   THE JOURNAL IS INDEXED. IT IS READ IN ITS
000247*                  PRIME KEY (TJ-SEQUENCIA) ORDER, WHICH IS THE
000248*                  POSTING ORDER OF THE OLD SEQUENTIAL FILE.
000249*-----------------------------------------------------------
000250* EXTPARM LAYOUT (LINE SEQUENTIAL):
000251*   RECORD 1: COLS 1-8 DATA INICIAL AAAAMMDD, COL 9 BLANK,
000260*             COLS 10-17 DATA FINAL, COL 18 BLANK, COLS
000270*             19-24 AAAAMM OF AN ARCHIVE MONTH (BLANK OR
000280*             ZEROS = LIVE TRANJRNL).
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-CUSTMAST-STATUS.
000460     SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC WS-NOME-JORNAL
000470         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS SEQUENTIAL
000474         RECORD KEY IS TJ-SEQUENCIA
000476         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000480         FILE STATUS IS WS-TRANJRNL-STATUS.
000490     SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-NOME-EXTRATO
000500         ORGANIZATION IS LINE SEQUENTIAL
005009             MOVE "TARIFA" TO WS-LM-TIPO
005010             ADD TJ-TRANS-AMOUNT
005011                 TO WS-TAB-TOT-SAQUES (WS-IDX)
005012         WHEN TJ-TIPO-EMPRESTIMO
005013             MOVE "EMPRESTIMO" TO WS-LM-TIPO
005014             ADD TJ-TRANS-AMOUNT
005015                 TO WS-TAB-TOT-DEPOSITOS (WS-IDX)
005016         WHEN TJ-TIPO-PARCELA-EMPREST
005017             MOVE "PARC EMPR" TO WS-LM-TIPO
005018             ADD TJ-TRANS-AMOUNT
005019                 TO WS-TAB-TOT-SAQUES (WS-IDX)
005020         WHEN TJ-TIPO-CHEQUE
005021             MOVE "CHQ"          TO WS-LM-TIPO
005022             MOVE TJ-ESTORNO-REF TO WS-LM-TIPO (5:6)
005023             ADD TJ-TRANS-AMOUNT
005024                 TO WS-TAB-TOT-SAQUES (WS-IDX)
005025         WHEN TJ-TIPO-DEBITO-FOLHA
005026             MOVE "FOLHA DEB" TO WS-LM-TIPO
005027             ADD TJ-TRANS-AMOUNT
005028                 TO WS-TAB-TOT-SAQUES (WS-IDX)
005029         WHEN TJ-TIPO-CREDITO-FOLHA
005030             IF TJ-ESTORNO-REF = "999999"
005031                 MOVE "DEVOL FOLH" TO WS-LM-TIPO
005032             ELSE
005033                 MOVE "SALARIO" TO WS-LM-TIPO
005034             END-IF
005035             ADD TJ-TRANS-AMOUNT
005036                 TO WS-TAB-TOT-DEPOSITOS (WS-IDX)
005037         WHEN TJ-TIPO-SALDO-ANTERIOR
005038             MOVE "SALDO ANT" TO WS-LM-TIPO
005039         WHEN OTHER
005040             MOVE "OUTROS" TO WS-LM-TIPO
005041     END-EVALUATE.
005042     MOVE TJ-TRANS-AMOUNT TO WS-LM-VALOR.
005050     WRITE EXTRATO-LINE FROM WS-LINHA-MOVIMENTO.
005060     CLOSE STATEMENT-FILE.
005070     ADD 1 TO WS-TAB-QTDE-MOV (WS-IDX).
