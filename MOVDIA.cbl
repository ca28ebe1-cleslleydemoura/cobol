000257*                  ANSWERS THE DATE ONCE PER NIGHT. STOP
000258*                  RUN REPLACED WITH GOBACK SO THE DRIVER
000259*                  CAN CALL THIS PROGRAM AS A STEP.
000260* 2026-10-15 CDM   PERSONAL LOANS GET THEIR OWN LINES: THE
000261*                  LOAN CREDIT (EP) COUNTS AS A CREDIT AND
000262*                  THE INSTALLMENT DEBIT (PE) AS A DEBIT.
000263* 2026-10-15 CDM   CHEQUES PAID BY THE COMPENSATION (CQ)
000264*                  GET THEIR OWN LINE AND COUNT AS DEBITS.
000265* 2026-10-15 CDM   PAYROLL MOVEMENTS GET THEIR OWN LINES:
000266*                  THE EMPLOYER DEBIT (FD) COUNTS AS A
000267*                  DEBIT AND THE SALARY CREDIT (FP) AS A
000268*                  CREDIT.
000269* 2026-10-15 CDM   NEW SECTION MOVIMENTO POR AGENCIA:
000270*                  COUNT, CREDITS, DEBITS AND NET PER
000271*                  BRANCH (TJ-AGENCIA) WITH THE BANK TOTAL.
000272*                  THE PER-TYPE LINES STAY BANK-WIDE.
000273* 2026-10-15 CDM   THE JOURNAL IS INDEXED. IT IS READ IN ITS
000274*                  PRIME KEY (TJ-SEQUENCIA) ORDER, WHICH IS THE
000275*                  POSTING ORDER OF THE OLD SEQUENTIAL FILE.
000276*-----------------------------------------------------------
000277 ENVIRONMENT DIVISION.
000278 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000300         ORGANIZATION IS INDEXED
000302         ACCESS MODE IS SEQUENTIAL
000304         RECORD KEY IS TJ-SEQUENCIA
000306         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000310         FILE STATUS IS WS-TRANJRNL-STATUS.
000320     SELECT MOVDIA-REPORT ASSIGN TO "MOVDIA"
000330         ORGANIZATION IS LINE SEQUENTIAL
000670         88  WS-RUNCTL-EXISTE            VALUE "S".
000672     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
000674         88  WS-DATA-DO-CARTAO           VALUE "S".
000675     05  WS-POSICAO-SW            PIC X(01) VALUE "N".
000676         88  WS-POSICAO-ACHADA           VALUE "S".
000677     05  WS-AGE-CHEIA-SW          PIC X(01) VALUE "N".
000678         88  WS-TABELA-AGENCIAS-CHEIA    VALUE "S".
000680*-----------------------------------------------------------
000690* PROCESSING DATE: ZEROS ON THE PROMPT MEANS TODAY.
000700*-----------------------------------------------------------
000800 77  WS-TOT-SAQUES            PIC S9(12)V99 VALUE ZERO.
000810 77  WS-QTD-JUROS             PIC 9(07) COMP VALUE ZERO.
000820 77  WS-TOT-JUROS             PIC S9(12)V99 VALUE ZERO.
000821 77  WS-QTD-EMPRESTIMOS       PIC 9(07) COMP VALUE ZERO.
000822 77  WS-TOT-EMPRESTIMOS       PIC S9(12)V99 VALUE ZERO.
000823 77  WS-QTD-PARC-EMPREST      PIC 9(07) COMP VALUE ZERO.
000824 77  WS-TOT-PARC-EMPREST      PIC S9(12)V99 VALUE ZERO.
000825 77  WS-QTD-CHEQUES           PIC 9(07) COMP VALUE ZERO.
000826 77  WS-TOT-CHEQUES           PIC S9(12)V99 VALUE ZERO.
000830 77  WS-QTD-TRANSF-DEB        PIC 9(07) COMP VALUE ZERO.
000840 77  WS-TOT-TRANSF-DEB        PIC S9(12)V99 VALUE ZERO.
000850 77  WS-QTD-TRANSF-CRED       PIC 9(07) COMP VALUE ZERO.
000860 77  WS-TOT-TRANSF-CRED       PIC S9(12)V99 VALUE ZERO.
000862 77  WS-QTD-DEB-FOLHA         PIC 9(07) COMP VALUE ZERO.
000864 77  WS-TOT-DEB-FOLHA         PIC S9(12)V99 VALUE ZERO.
000866 77  WS-QTD-CRED-FOLHA        PIC 9(07) COMP VALUE ZERO.
000868 77  WS-TOT-CRED-FOLHA        PIC S9(12)V99 VALUE ZERO.
000870 77  WS-QTD-DEB-AUTOM         PIC 9(07) COMP VALUE ZERO.
000880 77  WS-TOT-DEB-AUTOM         PIC S9(12)V99 VALUE ZERO.
000882 77  WS-QTD-ESTORNOS          PIC 9(07) COMP VALUE ZERO.
000990 77  WS-MAIOR-TIPO            PIC X(02) VALUE SPACES.
001000 77  WS-SALDO-ANTES           PIC S9(10)V99 VALUE ZERO.
001010 77  WS-QTD-ENTRARAM-LIMITE   PIC 9(07) COMP VALUE ZERO.
001011*-----------------------------------------------------------
001012* MOVEMENT PER BRANCH (TJ-AGENCIA) IS KEPT IN WS-TABELA-AGENCIAS
001013* (AFTER THE HOUR TABLE), ASCENDING, UP TO 100 BRANCHES. ITS
001014* CREDITS AND DEBITS ARE WHAT 2100 ADDED TO THE BANK TOTALS.
001015*-----------------------------------------------------------
001016 77  WS-CREDITOS-ANTES        PIC S9(12)V99 VALUE ZERO.
001017 77  WS-DEBITOS-ANTES         PIC S9(12)V99 VALUE ZERO.
001018 77  WS-AGE-POS               PIC 9(03) COMP VALUE ZERO.
001019 77  WS-AGE-IND               PIC 9(03) COMP VALUE ZERO.
001020*-----------------------------------------------------------
001030* ACCOUNTS ALREADY COUNTED AS HAVING ENTERED THE CHEQUE
001040* ESPECIAL TODAY, SO A SECOND CROSSING ON THE SAME ACCOUNT
001260 77  WS-HORA-IND              PIC 9(02) COMP VALUE ZERO.
001270 77  WS-HORA-PICO             PIC 9(02) COMP VALUE ZERO.
001280 77  WS-QTD-HORA-PICO         PIC 9(07) COMP VALUE ZERO.
001281 01  WS-QTDE-AGENCIAS         PIC 9(03) COMP VALUE ZERO.
001282 01  WS-TABELA-AGENCIAS.
001283     05  WS-AGE-OCORRENCIA OCCURS 1 TO 100 TIMES
001284             DEPENDING ON WS-QTDE-AGENCIAS.
001285         10  WS-AGE-CODIGO        PIC 9(04).
001286         10  WS-AGE-QTDE          PIC 9(07) COMP.
001287         10  WS-AGE-CREDITOS      PIC S9(12)V99.
001288         10  WS-AGE-DEBITOS       PIC S9(12)V99.
001290*-----------------------------------------------------------
001300* REPORT LINE LAYOUTS
001310*-----------------------------------------------------------
001650     05  WS-LM-CONTA              PIC 9(08).
001660     05  FILLER                   PIC X(07) VALUE " TIPO: ".
001670     05  WS-LM-TIPO               PIC X(02).
001671 01  WS-CABECALHO-AGENCIAS.
001672     05  FILLER                   PIC X(40)
001673         VALUE "MOVIMENTO POR AGENCIA".
001674 01  WS-CABECALHO-AGENCIAS-2.
001675     05  FILLER                   PIC X(38)
001676         VALUE "AGENCIA          QTDE         CREDITOS".
001677     05  FILLER                   PIC X(32)
001678         VALUE "         DEBITOS         LIQUIDO".
001680 01  WS-LINHA-LIMITE.
001690     05  FILLER                   PIC X(36)
001700         VALUE "CONTAS QUE ENTRARAM NO CHEQUE ESP.: ".
001710     05  WS-LE-QTDE               PIC Z,ZZZ,ZZ9.
001711 01  WS-LINHA-AGENCIA.
001712     05  WS-LA-ROTULO             PIC X(12).
001713     05  WS-LA-ROTULO-AG REDEFINES WS-LA-ROTULO.
001714         10  WS-LA-PREFIXO        PIC X(08).
001715         10  WS-LA-AGENCIA        PIC 9(04).
001716     05  WS-LA-QTDE               PIC Z,ZZZ,ZZ9.
001717     05  WS-LA-CREDITOS           PIC -(13)9.99.
001718     05  WS-LA-DEBITOS            PIC -(12)9.99.
001719     05  WS-LA-LIQUIDO            PIC -(12)9.99.
001720 01  WS-LINHA-MOVTOS.
001730     05  FILLER                   PIC X(26)
001740         VALUE "MOVIMENTOS NO DIA:        ".
001750     05  WS-LQ-QTDE               PIC Z,ZZZ,ZZ9.
001752 01  WS-LINHA-AGE-CHEIA.
001754     05  FILLER                   PIC X(45)
001756         VALUE "ATENCAO: AGENCIAS ALEM DE 100 NAO DETALHADAS".
001760
001770 PROCEDURE DIVISION.
001780*-----------------------------------------------------------
002280*-----------------------------------------------------------
002290* 2000-ACUMULAR-MOVIMENTO
002300* ACCUMULATES ONE JOURNAL RECORD OF THE REQUESTED DATE
002310* INTO THE PER-TYPE, PER-BRANCH, PER-HOUR AND CONTROL
002320* TOTALS. SA CARRY-FORWARD RECORDS ARE NOT MOVEMENTS AND
002325* ARE SKIPPED.
002330*-----------------------------------------------------------
002340 2000-ACUMULAR-MOVIMENTO.
002350     IF TJ-TRANS-DATE = WS-DATA-PEDIDA
002360         AND NOT TJ-TIPO-SALDO-ANTERIOR
002363         MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-ANTES
002366         MOVE WS-TOTAL-DEBITOS  TO WS-DEBITOS-ANTES
002370         PERFORM 2100-CLASSIFICAR-TIPO THRU 2100-EXIT
002375         PERFORM 2500-ACUMULAR-AGENCIA THRU 2500-EXIT
002380         PERFORM 2200-ACUMULAR-HORA THRU 2200-EXIT
002390         PERFORM 2300-CONFERIR-MAIOR THRU 2300-EXIT
002400         PERFORM 2400-CONFERIR-LIMITE THRU 2400-EXIT
002690             ELSE
002700                 ADD TJ-TRANS-AMOUNT TO WS-TOTAL-CREDITOS
002710             END-IF
002711         WHEN TJ-TIPO-EMPRESTIMO
002712             ADD 1 TO WS-QTD-EMPRESTIMOS
002713             ADD TJ-TRANS-AMOUNT TO WS-TOT-EMPRESTIMOS
002714             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-CREDITOS
002715         WHEN TJ-TIPO-PARCELA-EMPREST
002716             ADD 1 TO WS-QTD-PARC-EMPREST
002717             ADD TJ-TRANS-AMOUNT TO WS-TOT-PARC-EMPREST
002718             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-DEBITOS
002720         WHEN TJ-TIPO-TRANSF-DEBITO
002730             ADD 1 TO WS-QTD-TRANSF-DEB
002740             ADD TJ-TRANS-AMOUNT TO WS-TOT-TRANSF-DEB
002750             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-DEBITOS
002751         WHEN TJ-TIPO-CHEQUE
002752             ADD 1 TO WS-QTD-CHEQUES
002753             ADD TJ-TRANS-AMOUNT TO WS-TOT-CHEQUES
002754             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-DEBITOS
002755         WHEN TJ-TIPO-DEBITO-FOLHA
002756             ADD 1 TO WS-QTD-DEB-FOLHA
002757             ADD TJ-TRANS-AMOUNT TO WS-TOT-DEB-FOLHA
002758             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-DEBITOS
002760         WHEN TJ-TIPO-TRANSF-CREDITO
002770             ADD 1 TO WS-QTD-TRANSF-CRED
002780             ADD TJ-TRANS-AMOUNT TO WS-TOT-TRANSF-CRED
002782             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-CREDITOS
002784         WHEN TJ-TIPO-CREDITO-FOLHA
002786             ADD 1 TO WS-QTD-CRED-FOLHA
002788             ADD TJ-TRANS-AMOUNT TO WS-TOT-CRED-FOLHA
002790             ADD TJ-TRANS-AMOUNT TO WS-TOTAL-CREDITOS
002800         WHEN TJ-TIPO-DEBITO-AUTOM
002810             ADD 1 TO WS-QTD-DEB-AUTOM
003300         WHEN TJ-TIPO-SAQUE
003310         WHEN TJ-TIPO-TRANSF-DEBITO
003320         WHEN TJ-TIPO-DEBITO-AUTOM
003321         WHEN TJ-TIPO-PARCELA-EMPREST
003322         WHEN TJ-TIPO-CHEQUE
003323         WHEN TJ-TIPO-DEBITO-FOLHA
003324         WHEN TJ-TIPO-ESTORNO-DEBITO
003326         WHEN TJ-TIPO-TRANSF-EXT-DEB
003328         WHEN TJ-TIPO-TARIFA
003660* 8000-IMPRIMIR-RELATORIO
003670* PRINTS THE ONE-PAGE SUMMARY: PER-TYPE LINES, NET
003680* MOVEMENT, BUSIEST HOUR, LARGEST MOVEMENT AND OVERDRAFT
003690* ENTRIES, THEN THE MOVEMENT PER BRANCH WITH THE BANK
003695* TOTAL.
003700*-----------------------------------------------------------
003710 8000-IMPRIMIR-RELATORIO.
003720     MOVE WS-DATA-PEDIDA TO WS-CAB-DATA.
004008     MOVE WS-QTD-TARIFAS   TO WS-LT-QTDE.
004009     MOVE WS-TOT-TARIFAS   TO WS-LT-TOTAL.
004010     WRITE MOVDIA-LINE FROM WS-LINHA-TIPO.
004011     PERFORM 8050-IMPRIMIR-MAIS-TIPOS THRU 8050-EXIT.
004012     MOVE WS-QTDE-MOVIMENTOS TO WS-LQ-QTDE.
004014     WRITE MOVDIA-LINE FROM WS-LINHA-MOVTOS.
004020     COMPUTE WS-MOVIMENTO-LIQUIDO =
004150     WRITE MOVDIA-LINE FROM WS-LINHA-MAIOR.
004160     MOVE WS-QTD-ENTRARAM-LIMITE TO WS-LE-QTDE.
004170     WRITE MOVDIA-LINE FROM WS-LINHA-LIMITE.
004175     PERFORM 8200-IMPRIMIR-AGENCIAS THRU 8200-EXIT.
004180 8000-EXIT.
004190     EXIT.
004200 8100-LOCALIZAR-PICO.
005270     END-IF.
005280 1050-EXIT.
005290     EXIT.
005300*-----------------------------------------------------------
005310* 2500-ACUMULAR-AGENCIA
005320* ADDS THE MOVEMENT TO ITS BRANCH. A BRANCH SEEN FOR THE
005330* FIRST TIME IS INSERTED IN ITS ASCENDING POSITION, THE
005340* HIGHER ENTRIES SHIFTED ONE PLACE UP (2520).
005350*-----------------------------------------------------------
005360 2500-ACUMULAR-AGENCIA.
005370     MOVE 1 TO WS-AGE-POS.
005380     MOVE "N" TO WS-POSICAO-SW.
005390     PERFORM 2510-PROCURAR-AGENCIA THRU 2510-EXIT
005400         UNTIL WS-POSICAO-ACHADA
005410         OR WS-AGE-POS > WS-QTDE-AGENCIAS.
005420     IF WS-POSICAO-ACHADA
005430         IF WS-AGE-CODIGO (WS-AGE-POS) = TJ-AGENCIA
005440             PERFORM 2530-SOMAR-AGENCIA THRU 2530-EXIT
005450             GO TO 2500-EXIT
005460         END-IF
005470     END-IF.
005480     IF WS-QTDE-AGENCIAS NOT < 100
005490         SET WS-TABELA-AGENCIAS-CHEIA TO TRUE
005500         GO TO 2500-EXIT
005510     END-IF.
005520     ADD 1 TO WS-QTDE-AGENCIAS.
005530     PERFORM 2520-DESLOCAR-AGENCIA THRU 2520-EXIT
005540         VARYING WS-AGE-IND FROM WS-QTDE-AGENCIAS BY -1
005550         UNTIL WS-AGE-IND NOT > WS-AGE-POS.
005560     MOVE TJ-AGENCIA TO WS-AGE-CODIGO (WS-AGE-POS).
005570     MOVE ZERO       TO WS-AGE-QTDE (WS-AGE-POS).
005580     MOVE ZERO       TO WS-AGE-CREDITOS (WS-AGE-POS).
005590     MOVE ZERO       TO WS-AGE-DEBITOS (WS-AGE-POS).
005600     PERFORM 2530-SOMAR-AGENCIA THRU 2530-EXIT.
005610 2500-EXIT.
005620     EXIT.
005630 2510-PROCURAR-AGENCIA.
005640     IF WS-AGE-CODIGO (WS-AGE-POS) NOT < TJ-AGENCIA
005650         SET WS-POSICAO-ACHADA TO TRUE
005660     ELSE
005670         ADD 1 TO WS-AGE-POS
005680     END-IF.
005690 2510-EXIT.
005700     EXIT.
005710 2520-DESLOCAR-AGENCIA.
005720     MOVE WS-AGE-OCORRENCIA (WS-AGE-IND - 1)
005730         TO WS-AGE-OCORRENCIA (WS-AGE-IND).
005740 2520-EXIT.
005750     EXIT.
005760 2530-SOMAR-AGENCIA.
005770     ADD 1 TO WS-AGE-QTDE (WS-AGE-POS).
005780     COMPUTE WS-AGE-CREDITOS (WS-AGE-POS) =
005790         WS-AGE-CREDITOS (WS-AGE-POS)
005800         + WS-TOTAL-CREDITOS - WS-CREDITOS-ANTES.
005810     COMPUTE WS-AGE-DEBITOS (WS-AGE-POS) =
005820         WS-AGE-DEBITOS (WS-AGE-POS)
005830         + WS-TOTAL-DEBITOS - WS-DEBITOS-ANTES.
005840 2530-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------
005870* 8050-IMPRIMIR-MAIS-TIPOS
005880* PRINTS THE PER-TYPE LINES OF LOANS, CHEQUES AND PAYROLL,
005890* WHICH FOLLOW THE TARIFAS LINE.
005900*-----------------------------------------------------------
005910 8050-IMPRIMIR-MAIS-TIPOS.
005920     MOVE "EMPRESTIMOS"    TO WS-LT-DESCRICAO.
005930     MOVE WS-QTD-EMPRESTIMOS TO WS-LT-QTDE.
005940     MOVE WS-TOT-EMPRESTIMOS TO WS-LT-TOTAL.
005950     WRITE MOVDIA-LINE FROM WS-LINHA-TIPO.
005960     MOVE "PARC EMPREST"   TO WS-LT-DESCRICAO.
005970     MOVE WS-QTD-PARC-EMPREST TO WS-LT-QTDE.
005980     MOVE WS-TOT-PARC-EMPREST TO WS-LT-TOTAL.
005990     WRITE MOVDIA-LINE FROM WS-LINHA-TIPO.
006000     MOVE "CHEQUES"        TO WS-LT-DESCRICAO.
006010     MOVE WS-QTD-CHEQUES   TO WS-LT-QTDE.
006020     MOVE WS-TOT-CHEQUES   TO WS-LT-TOTAL.
006030     WRITE MOVDIA-LINE FROM WS-LINHA-TIPO.
006040     MOVE "DEBITOS FOLHA"  TO WS-LT-DESCRICAO.
006050     MOVE WS-QTD-DEB-FOLHA TO WS-LT-QTDE.
006060     MOVE WS-TOT-DEB-FOLHA TO WS-LT-TOTAL.
006070     WRITE MOVDIA-LINE FROM WS-LINHA-TIPO.
006080     MOVE "CREDITOS FOLHA" TO WS-LT-DESCRICAO.
006090     MOVE WS-QTD-CRED-FOLHA TO WS-LT-QTDE.
006100     MOVE WS-TOT-CRED-FOLHA TO WS-LT-TOTAL.
006110     WRITE MOVDIA-LINE FROM WS-LINHA-TIPO.
006120 8050-EXIT.
006130     EXIT.
006140*-----------------------------------------------------------
006150* 8200-IMPRIMIR-AGENCIAS
006160* PRINTS ONE LINE PER BRANCH AND THE BANK TOTAL, WHICH IS
006170* THE SUM OF THE BRANCH LINES.
006180*-----------------------------------------------------------
006190 8200-IMPRIMIR-AGENCIAS.
006200     MOVE SPACES TO MOVDIA-LINE.
006210     WRITE MOVDIA-LINE.
006220     WRITE MOVDIA-LINE FROM WS-CABECALHO-AGENCIAS.
006230     WRITE MOVDIA-LINE FROM WS-CABECALHO-AGENCIAS-2.
006240     PERFORM 8210-IMPRIMIR-AGENCIA THRU 8210-EXIT
006250         VARYING WS-AGE-IND FROM 1 BY 1
006260         UNTIL WS-AGE-IND > WS-QTDE-AGENCIAS.
006270     MOVE "TOTAL BANCO"        TO WS-LA-ROTULO.
006280     MOVE WS-QTDE-MOVIMENTOS   TO WS-LA-QTDE.
006290     MOVE WS-TOTAL-CREDITOS    TO WS-LA-CREDITOS.
006300     MOVE WS-TOTAL-DEBITOS     TO WS-LA-DEBITOS.
006310     MOVE WS-MOVIMENTO-LIQUIDO TO WS-LA-LIQUIDO.
006320     WRITE MOVDIA-LINE FROM WS-LINHA-AGENCIA.
006330     IF WS-TABELA-AGENCIAS-CHEIA
006340         WRITE MOVDIA-LINE FROM WS-LINHA-AGE-CHEIA
006350     END-IF.
006360 8200-EXIT.
006370     EXIT.
006380 8210-IMPRIMIR-AGENCIA.
006390     MOVE "AGENCIA "                  TO WS-LA-PREFIXO.
006400     MOVE WS-AGE-CODIGO (WS-AGE-IND)  TO WS-LA-AGENCIA.
006410     MOVE WS-AGE-QTDE (WS-AGE-IND)    TO WS-LA-QTDE.
006420     MOVE WS-AGE-CREDITOS (WS-AGE-IND) TO WS-LA-CREDITOS.
006430     MOVE WS-AGE-DEBITOS (WS-AGE-IND) TO WS-LA-DEBITOS.
006440     COMPUTE WS-LA-LIQUIDO =
006450         WS-AGE-CREDITOS (WS-AGE-IND)
006460         - WS-AGE-DEBITOS (WS-AGE-IND).
006470     WRITE MOVDIA-LINE FROM WS-LINHA-AGENCIA.
006480 8210-EXIT.
006490     EXIT.
006500 END PROGRAM MOVDIA.
