000284*                  IS OVERWRITTEN EACH DAY. CNTBACK
000286*                  MATCHES THE LEDGERS ACKNOWLEDGMENTS
000288*                  AGAINST THIS LOG.
000289* 2026-10-15 CDM   PERSONAL LOAN MOVEMENTS MAP TO THE
000290*                  CUSTOMER DEPOSIT ACCOUNT: EP (LOAN
000291*                  CREDIT) 21001 C, PE (INSTALLMENT)
000292*                  21001 D.
000293* 2026-10-15 CDM   CHEQUES PAID BY THE COMPENSATION (CQ)
000294*                  MAP TO 21001 D.
000295* 2026-10-15 CDM   PAYROLL MOVEMENTS: FD (EMPLOYER DEBIT)
000296*                  21001 D, FP (SALARY CREDIT) 21001 C.
000297* 2026-10-15 CDM   EACH DETAIL CARRIES THE BRANCH OF THE
000298*                  MOVEMENT (TJ-AGENCIA) IN FOUR BYTES TAKEN
000299*                  FROM THE FILLER; THE RECORD STAYS AT 60.
000300* 2026-10-15 CDM   THE JOURNAL IS INDEXED. IT IS READ IN ITS
000301*                  PRIME KEY (TJ-SEQUENCIA) ORDER, WHICH IS THE
000302*                  POSTING ORDER OF THE OLD SEQUENTIAL FILE.
000303*-----------------------------------------------------------
000304* LEDGER MAPPING BY MOVEMENT TYPE:
000305*   DP DEPOSITO          21001 C    SQ SAQUE    21001 D
000306*   TC TRANSF CREDITO    21001 C    TD TRANSF   21001 D
000307*   DA DEBITO AUTOMATICO 21001 D
000308*   ED ESTORNO DEPOSITO  21001 D    EC ESTORNO SAQUE 21001 C
000309*   TE TRANSF EXT ENV    21001 D    TR TRANSF EXT REC 21001 C
000310*   TA TARIFA            31002 C
000311*   EP EMPRESTIMO        21001 C    PE PARC EMPREST 21001 D
000312*   CQ CHEQUE COMPENSADO 21001 D
000313*   FD DEBITO FOLHA      21001 D    FP CREDITO FOLHA 21001 C
000314*   JR JUROS PAGOS (>=0) 41001 D    JR MULTA(<0) 31001 C
000315*   SA CARRY-FORWARD RECORDS ARE NOT MOVEMENTS - SKIPPED.
000316* EVERY DETAIL CARRIES THE BRANCH WHERE THE MOVEMENT WAS
000317* POSTED (TJ-AGENCIA) SO THE LEDGER BOOKS IT PER BRANCH.
000318*-----------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000370         ORGANIZATION IS INDEXED
000372         ACCESS MODE IS SEQUENTIAL
000374         RECORD KEY IS TJ-SEQUENCIA
000376         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000380         FILE STATUS IS WS-TRANJRNL-STATUS.
000390     SELECT INTERFACE-FILE ASSIGN TO "CNTBIF"
000400         ORGANIZATION IS SEQUENTIAL
001160     05  WS-DET-TIPO              PIC X(02).
001170     05  WS-DET-DATA              PIC 9(08).
001180     05  WS-DET-HORA              PIC 9(06).
001190     05  WS-DET-AGENCIA           PIC 9(04).
001195     05  FILLER                   PIC X(10) VALUE SPACES.
001200 01  WS-REGISTRO-TRAILER.
001210     05  FILLER                   PIC X(01) VALUE "T".
001220     05  WS-TRL-QTDE              PIC 9(09).
002306         WHEN TJ-TIPO-TARIFA
002307             MOVE 31002 TO WS-DET-CONTA-CONTABIL
002308             MOVE "C"   TO WS-DET-NATUREZA
002309         WHEN TJ-TIPO-EMPRESTIMO
002310             MOVE 21001 TO WS-DET-CONTA-CONTABIL
002311             MOVE "C"   TO WS-DET-NATUREZA
002312         WHEN TJ-TIPO-PARCELA-EMPREST
002313             MOVE 21001 TO WS-DET-CONTA-CONTABIL
002314             MOVE "D"   TO WS-DET-NATUREZA
002315         WHEN TJ-TIPO-CHEQUE
002316             MOVE 21001 TO WS-DET-CONTA-CONTABIL
002317             MOVE "D"   TO WS-DET-NATUREZA
002318         WHEN TJ-TIPO-DEBITO-FOLHA
002319             MOVE 21001 TO WS-DET-CONTA-CONTABIL
002320             MOVE "D"   TO WS-DET-NATUREZA
002321         WHEN TJ-TIPO-CREDITO-FOLHA
002322             MOVE 21001 TO WS-DET-CONTA-CONTABIL
002323             MOVE "C"   TO WS-DET-NATUREZA
002324         WHEN TJ-TIPO-JUROS
002325             IF TJ-TRANS-AMOUNT < ZERO
002326                 MOVE 31001 TO WS-DET-CONTA-CONTABIL
002330                 MOVE "C"   TO WS-DET-NATUREZA
002340             ELSE
002350                 MOVE 41001 TO WS-DET-CONTA-CONTABIL
002440     MOVE TJ-TRANS-TYPE      TO WS-DET-TIPO.
002450     MOVE TJ-TRANS-DATE      TO WS-DET-DATA.
002460     MOVE TJ-TRANS-TIME      TO WS-DET-HORA.
002465     MOVE TJ-AGENCIA         TO WS-DET-AGENCIA.
002470     WRITE CNTBIF-RECORD FROM WS-REGISTRO-DETALHE.
002480     ADD 1 TO WS-QTDE-DETALHES.
002490     ADD WS-VALOR-ABSOLUTO TO WS-HASH-VALORES
