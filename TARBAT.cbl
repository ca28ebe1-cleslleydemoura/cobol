000321*                  PASS REALLY REACH TRANJRNL INSTEAD OF
000322*                  FAILING UNCHECKED AGAINST A FILE OPEN
000323*                  FOR READING.
000324* 2026-10-15 CDM   EVERY JOURNAL MOVEMENT NOW CARRIES THE
000325*                  BRANCH (TJ-AGENCIA) OF THE ACCOUNT IT
000326*                  POSTS TO.
000327* 2026-10-15 CDM   THE JOURNAL IS INDEXED. THE MONTHS
000328*                  CHARGEABLE MOVEMENTS ARE NOW COUNTED PER
000329*                  ACCOUNT BY STARTING THE JOURNAL AT THE
000330*                  ACCOUNT KEY (TJ-CHAVE-CONTA), REPLACING THE
000331*                  FULL SCAN, ITS 500-ACCOUNT TABLE AND THE
000332*                  REOPEN AFTER IT. EACH TA MOVEMENT TAKES ITS
000333*                  TJ-SEQUENCIA FROM TJSEQ.
000334* 2026-10-15 CDM   A TJSEQ OR JOURNAL FAILURE NOW STOPS THE RUN
000335*                  WITH RUNCTL LEFT EM EXECUCAO. THE TA
000336*                  MOVEMENT IS JOURNALED BEFORE THE MASTER IS
000337*                  REWRITTEN AND DELETED AGAIN WHEN THAT
000338*                  REWRITE FAILS.
000339*-----------------------------------------------------------
000340* TARIFAS LAYOUT (LINE SEQUENTIAL, ONE ROW PER PACKAGE):
000341*   COLS  1-2   PACKAGE CODE (SPACES ON CUSTMAST = 01)
000350*   COLS  4-12  MONTHLY MAINTENANCE FEE     9(07)V99
000360*   COLS 14-20  FEE PER SAQUE (SQ)          9(05)V99
000370*   COLS 22-28  FEE PER TRANSFERENCIA (TD)  9(05)V99
000510             WITH DUPLICATES
000520         FILE STATUS IS WS-CUSTMAST-STATUS.
000530     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000531         ORGANIZATION IS INDEXED
000532         ACCESS MODE IS DYNAMIC
000533         RECORD KEY IS TJ-SEQUENCIA
000534         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000535         FILE STATUS IS WS-TRANJRNL-STATUS.
000536     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-TJSEQ-STATUS.
000560     SELECT REJECT-REPORT ASSIGN TO "TARREJ"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-TARREJ-STATUS.
000800 FD  TRANSACTION-JOURNAL
000810     LABEL RECORDS ARE STANDARD.
000820     COPY TRANJRNL.
000822 FD  JOURNAL-SEQUENCE
000824     LABEL RECORDS ARE STANDARD.
000826     COPY TJSEQ.
000830 FD  REJECT-REPORT
000840     LABEL RECORDS ARE STANDARD.
000850 01  TARREJ-LINE              PIC X(80).
001010     05  WS-TRANJRNL-STATUS       PIC X(02).
001020         88  WS-TRANJRNL-OK              VALUE "00".
001030         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001032     05  WS-TJSEQ-STATUS          PIC X(02).
001034         88  WS-TJSEQ-OK                 VALUE "00".
001036         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
001040     05  WS-TARREJ-STATUS         PIC X(02).
001050         88  WS-TARREJ-OK                VALUE "00".
001060         88  WS-TARREJ-NOT-OPEN          VALUE "35".
001210         88  WS-JA-PROCESSADO            VALUE "S".
001220     05  WS-REINICIO-SW           PIC X(01) VALUE "N".
001230         88  WS-REINICIO                 VALUE "S".
001233     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
001236         88  WS-FALHA-JORNAL             VALUE "S".
001240     05  WS-RELATORIO-NOVO-SW     PIC X(01) VALUE "N".
001250         88  WS-RELATORIO-NOVO           VALUE "S".
001260     05  WS-PACOTE-SW             PIC X(01) VALUE "N".
001270         88  WS-PACOTE-ACHADO            VALUE "S".
001300     05  WS-FIM-BLOQVAL-SW        PIC X(01) VALUE "N".
001310         88  WS-FIM-DO-BLOQVAL           VALUE "S".
001320     05  WS-BLOQVAL-ABERTO-SW     PIC X(01) VALUE "N".
001750         10  WS-PAC-TRANSF        PIC 9(05)V99 VALUE ZERO.
001760         10  WS-PAC-TRF-EXT       PIC 9(05)V99 VALUE ZERO.
001770*-----------------------------------------------------------
001780* COUNTS OF THE MONTHS CHARGEABLE MOVEMENTS OF THE ACCOUNT
001790* BEING CHARGED, READ STRAIGHT FROM ITS JOURNAL MOVEMENTS
001800* THROUGH THE ACCOUNT KEY (TJ-CHAVE-CONTA).
001820*-----------------------------------------------------------
001830 01  WS-CONTAGEM-MOVIMENTOS.
001840     05  WS-QTD-SAQUES            PIC 9(05) COMP VALUE ZERO.
001850     05  WS-QTD-TRANSF            PIC 9(05) COMP VALUE ZERO.
001860     05  WS-QTD-TRF-EXT           PIC 9(05) COMP VALUE ZERO.
001940*-----------------------------------------------------------
001950* WORK FIELDS AND RUN COUNTERS
001960*-----------------------------------------------------------
002410         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002420         STOP RUN
002430     END-IF.
002440     PERFORM 3000-PROCESSAR-CONTA THRU 3000-EXIT
002450         UNTIL WS-FIM-DO-CADASTRO.
002460     IF WS-FALHA-JORNAL
002470         DISPLAY "TARBAT INTERROMPIDO POR FALHA NO JORNAL. O "
002480             "RUN-CONTROL FICA EM EXECUCAO PARA O REINICIO."
002485         CLOSE REJECT-REPORT
002490         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
002510         STOP RUN
002520     END-IF.
002550     PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-EXIT.
002560     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002570     STOP RUN.
002790         DISPLAY "CUSTMAST NAO ENCONTRADO. TARBAT ABORTADO."
002800         STOP RUN
002810     END-IF.
002820     OPEN I-O TRANSACTION-JOURNAL.
002830     IF WS-TRANJRNL-NOT-OPEN
002840         OPEN OUTPUT TRANSACTION-JOURNAL
002850         CLOSE TRANSACTION-JOURNAL
002860         OPEN I-O TRANSACTION-JOURNAL
002870     END-IF.
002880     OPEN INPUT HOLDS-FILE.
002890     IF WS-BLOQVAL-OK
003160         WRITE TARREJ-LINE FROM WS-CABECALHO-3
003170     END-IF.
003180*-----------------------------------------------------------
003190* THE CHARGING PASS RESUMES AFTER THE CHECKPOINTED ACCOUNT
003200* ON A RESTART.
003220*-----------------------------------------------------------
003290     IF WS-REINICIO
003300         MOVE RC-CHECKPOINT-KEY TO CM-ACCOUNT-NUMBER
003310         START CUSTOMER-MASTER
003990 1510-EXIT.
004000     EXIT.
004010*-----------------------------------------------------------
004580* 3000-PROCESSAR-CONTA
004590* CHARGES ONE ACCOUNT: MAINTENANCE FEE OF ITS PACKAGE PLUS
004600* THE MONTHS MOVEMENT CHARGES. AN ACCOUNT ALREADY STAMPED
004640* A DIFFERENT BUSINESS DATE - NEVER CHARGES AN ACCOUNT
004642* TWICE. AN ACCOUNT THAT CANNOT BE CHARGED IS REPORTED,
004644* NEVER SKIPPED IN SILENCE.
004645* THE JOURNAL IS WRITTEN FIRST; ITS FAILURE STOPS THE RUN.
004646*-----------------------------------------------------------
004650 3000-PROCESSAR-CONTA.
004660     ADD 1 TO WS-QTDE-CONTAS-LIDAS.
004930     END-IF.
004940     COMPUTE CM-BALANCE = CM-BALANCE - WS-VALOR-TARIFA.
004950     MOVE WS-DATA-ATUAL TO CM-LAST-TARIFF-DATE.
004951     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
004952     IF WS-FALHA-JORNAL
004953         SET WS-FIM-DO-CADASTRO TO TRUE
004954         GO TO 3000-EXIT
004955     END-IF.
004960     REWRITE CUSTMAST-RECORD
004970         INVALID KEY
004980             DISPLAY "ERRO AO ATUALIZAR O CADASTRO. STATUS: "
004990                 WS-CUSTMAST-STATUS
004991             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
004992             IF WS-FALHA-JORNAL
004993                 SET WS-FIM-DO-CADASTRO TO TRUE
004994                 GO TO 3000-EXIT
004995             END-IF
005000         NOT INVALID KEY
005020             ADD 1 TO WS-QTDE-CONTAS-COBRADAS
005030     END-REWRITE.
005040 3000-LER-PROXIMA.
005430     EXIT.
005440*-----------------------------------------------------------
005450* 3200-SOMAR-MOVIMENTOS
005460* COUNTS THE ACCOUNTS CHARGEABLE MOVEMENTS OF THE MONTH,
005470* STARTING THE JOURNAL AT THE ACCOUNT KEY ON THE FIRST DAY
005475* OF THE MONTH, AND ADDS THEIR PER-MOVEMENT CHARGES.
005480*-----------------------------------------------------------
005490 3200-SOMAR-MOVIMENTOS.
005500     MOVE ZERO TO WS-QTD-SAQUES.
005510     MOVE ZERO TO WS-QTD-TRANSF.
005520     MOVE ZERO TO WS-QTD-TRF-EXT.
005521     MOVE "N" TO WS-EOF-JORNAL-SW.
005522     MOVE CM-ACCOUNT-NUMBER TO TJ-ACCOUNT-NUMBER.
005523     MOVE WS-DATA-AAAAMM TO WS-MOVTO-AAAAMM.
005524     MOVE 01 TO WS-MOVTO-DIA.
005525     MOVE WS-MOVTO-DATA TO TJ-TRANS-DATE.
005526     MOVE ZERO TO TJ-TRANS-TIME.
005527     MOVE ZERO TO TJ-SEQUENCIA.
005528     START TRANSACTION-JOURNAL
005529         KEY IS NOT LESS THAN TJ-CHAVE-CONTA
005530         INVALID KEY
005531             SET WS-FIM-DO-JORNAL TO TRUE
005532     END-START.
005533     IF NOT WS-FIM-DO-JORNAL
005534         PERFORM 3210-LER-MOVIMENTO THRU 3210-EXIT
005540     END-IF.
005541     PERFORM 3220-CONTAR-MOVIMENTO THRU 3220-EXIT
005542         UNTIL WS-FIM-DO-JORNAL.
005543     COMPUTE WS-VALOR-TARIFA = WS-VALOR-TARIFA
005544         + WS-QTD-SAQUES * WS-PAC-SAQUE (WS-PAC-IDX)
005545         + WS-QTD-TRANSF * WS-PAC-TRANSF (WS-PAC-IDX)
005546         + WS-QTD-TRF-EXT * WS-PAC-TRF-EXT (WS-PAC-IDX).
005547 3200-EXIT.
005548     EXIT.
005549*-----------------------------------------------------------
005550* 3210-LER-MOVIMENTO
005551* READS THE NEXT MOVEMENT ON THE ACCOUNT KEY. A MOVEMENT OF
005552* ANOTHER ACCOUNT OR OF A LATER MONTH ENDS THE COUNT.
005553*-----------------------------------------------------------
005554 3210-LER-MOVIMENTO.
005555     READ TRANSACTION-JOURNAL NEXT RECORD
005560         AT END
005570             SET WS-FIM-DO-JORNAL TO TRUE
005580             GO TO 3210-EXIT
005590     END-READ.
005600     MOVE TJ-TRANS-DATE TO WS-MOVTO-DATA.
005610     IF TJ-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
005620         OR WS-MOVTO-AAAAMM NOT = WS-DATA-AAAAMM
005630         SET WS-FIM-DO-JORNAL TO TRUE
005690     END-IF.
005691 3210-EXIT.
005692     EXIT.
005693*-----------------------------------------------------------
005694* 3220-CONTAR-MOVIMENTO
005695* COUNTS ONE MOVEMENT WHEN ITS TYPE IS CHARGEABLE (SQ, TD,
005696* TE). TARIFAS, ESTORNOS AND CREDITS ARE FREE.
005697*-----------------------------------------------------------
005698 3220-CONTAR-MOVIMENTO.
005699     EVALUATE TRUE
005700         WHEN TJ-TIPO-SAQUE
005701             ADD 1 TO WS-QTD-SAQUES
005702         WHEN TJ-TIPO-TRANSF-DEBITO
005703             ADD 1 TO WS-QTD-TRANSF
005704         WHEN TJ-TIPO-TRANSF-EXT-DEB
005705             ADD 1 TO WS-QTD-TRF-EXT
005706     END-EVALUATE.
005707     PERFORM 3210-LER-MOVIMENTO THRU 3210-EXIT.
005708 3220-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------
005730* 5000-GRAVAR-JORNAL
005740* APPENDS THE TA MOVEMENT FOR THE ACCOUNT JUST CHARGED.
005743* A MOVEMENT THAT CANNOT BE NUMBERED OR WRITTEN SETS
005746* WS-FALHA-JORNAL.
005750*-----------------------------------------------------------
005760 5000-GRAVAR-JORNAL.
005770     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
005820     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
005830     MOVE "TARB"               TO TJ-OPERATOR-ID.
005840     MOVE SPACES               TO TJ-ESTORNO-REF.
005841     MOVE CM-AGENCIA           TO TJ-AGENCIA.
005842     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
005843     IF TJ-SEQUENCIA = ZERO
005844         GO TO 5000-EXIT
005845     END-IF.
005846     WRITE TRANJRNL-RECORD
005847         INVALID KEY
005848             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
005849                 WS-TRANJRNL-STATUS
005850             SET WS-FALHA-JORNAL TO TRUE
005851     END-WRITE.
005860 5000-EXIT.
005870     EXIT.
005880*-----------------------------------------------------------
007730     END-IF.
007740 9100-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------
007770* 5050-NUMERAR-MOVIMENTO
007780* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
007790* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
007800* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
007810* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
007820* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
007830*-----------------------------------------------------------
007840 5050-NUMERAR-MOVIMENTO.
007850     MOVE ZERO TO TJ-SEQUENCIA.
007860     OPEN I-O JOURNAL-SEQUENCE.
007870     IF WS-TJSEQ-NOT-OPEN
007880         OPEN OUTPUT JOURNAL-SEQUENCE
007890         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
007900         MOVE SPACES TO TS-FILLER
007910         WRITE TJSEQ-RECORD
007920         CLOSE JOURNAL-SEQUENCE
007930         OPEN I-O JOURNAL-SEQUENCE
007940     END-IF.
007950     IF NOT WS-TJSEQ-OK
007960         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
007970         SET WS-FALHA-JORNAL TO TRUE
007980         GO TO 5050-EXIT
007990     END-IF.
008000     READ JOURNAL-SEQUENCE
008010         AT END
008020             CONTINUE
008030     END-READ.
008040     IF WS-TJSEQ-OK
008050         ADD 1 TO TS-ULTIMA-SEQUENCIA
008060         REWRITE TJSEQ-RECORD
008070     END-IF.
008080     IF NOT WS-TJSEQ-OK
008090         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
008100             WS-TJSEQ-STATUS
008110         SET WS-FALHA-JORNAL TO TRUE
008120         CLOSE JOURNAL-SEQUENCE
008130         GO TO 5050-EXIT
008140     END-IF.
008150     CLOSE JOURNAL-SEQUENCE.
008160     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
008170 5050-EXIT.
008180     EXIT.
008181*-----------------------------------------------------------
008182* 5060-ANULAR-MOVIMENTO
008183* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
008184* TJ-SEQUENCIA, WHEN THE ACCOUNT IT BELONGS TO COULD NOT BE
008185* POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED. A MOVEMENT
008186* THAT CANNOT BE DELETED SETS WS-FALHA-JORNAL.
008187*-----------------------------------------------------------
008188 5060-ANULAR-MOVIMENTO.
008189     DELETE TRANSACTION-JOURNAL RECORD
008190         INVALID KEY
008191             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
008192                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
008193             SET WS-FALHA-JORNAL TO TRUE
008194     END-DELETE.
008195 5060-EXIT.
008196     EXIT.
008200 END PROGRAM TARBAT.
