000408*                  ANSWERS THE DATE ONCE PER NIGHT. STOP
000411*                  RUN REPLACED WITH GOBACK SO THE DRIVER
000414*                  CAN CALL THIS PROGRAM AS A STEP.
000415* 2026-10-15 CDM   EVERY JOURNAL MOVEMENT NOW CARRIES THE
000416*                  BRANCH (TJ-AGENCIA) OF THE ACCOUNT IT
000417*                  POSTS TO.
000418* 2026-10-15 CDM   THE JOURNAL IS INDEXED (OPENED I-O). EACH
000419*                  MOVEMENT TAKES THE NEXT TJ-SEQUENCIA FROM
000420*                  THE TJSEQ CONTROL FILE BEFORE IT IS WRITTEN.
000421* 2026-10-15 CDM   A TJSEQ OR JOURNAL FAILURE NOW STOPS THE RUN
000422*                  WITH RUNCTL LEFT EM EXECUCAO. THE JR IS
000423*                  JOURNALED BEFORE THE MASTER IS REWRITTEN
000424*                  AND DELETED AGAIN, WITHOUT COUNTING THE
000425*                  ACCOUNT, WHEN THAT REWRITE FAILS.
000426*-----------------------------------------------------------
000427 ENVIRONMENT DIVISION.
000428 INPUT-OUTPUT SECTION.
000429 FILE-CONTROL.
000430     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000480             WITH DUPLICATES
000490         FILE STATUS IS WS-CUSTMAST-STATUS.
000500     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000501         ORGANIZATION IS INDEXED
000502         ACCESS MODE IS DYNAMIC
000503         RECORD KEY IS TJ-SEQUENCIA
000504         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000505         FILE STATUS IS WS-TRANJRNL-STATUS.
000506     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-TJSEQ-STATUS.
000530     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000640 FD  TRANSACTION-JOURNAL
000650     LABEL RECORDS ARE STANDARD.
000660     COPY TRANJRNL.
000662 FD  JOURNAL-SEQUENCE
000664     LABEL RECORDS ARE STANDARD.
000666     COPY TJSEQ.
000670 FD  RUN-CONTROL
000680     LABEL RECORDS ARE STANDARD.
000690     COPY RUNCTL.
000760     05  WS-TRANJRNL-STATUS       PIC X(02).
000770         88  WS-TRANJRNL-OK              VALUE "00".
000780         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
000782     05  WS-TJSEQ-STATUS          PIC X(02).
000784         88  WS-TJSEQ-OK                 VALUE "00".
000786         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
000790     05  WS-RUNCTL-STATUS         PIC X(02).
000800         88  WS-RUNCTL-OK                VALUE "00".
000810         88  WS-RUNCTL-NOT-OPEN          VALUE "35".
000880         88  WS-REINICIO                 VALUE "S".
000882     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
000884         88  WS-DATA-DO-CARTAO           VALUE "S".
000886     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
000888         88  WS-FALHA-JORNAL             VALUE "S".
000890*-----------------------------------------------------------
000900* WORK FIELDS FOR THE INTEREST CALCULATION. WS-DATA-ATUAL
000910* IS THE BUSINESS PROCESSING DATE (PROMPTED, ZEROS MEANS
001220     END-IF.
001230     PERFORM 2000-PROCESSAR-CONTA THRU 2000-EXIT
001240         UNTIL WS-FIM-DO-CADASTRO.
001241     IF WS-FALHA-JORNAL
001242         DISPLAY "JUROS INTERROMPIDO POR FALHA NO JORNAL. O "
001243             "RUN-CONTROL FICA EM EXECUCAO PARA O REINICIO."
001244         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
001245         GOBACK
001246     END-IF.
001250     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001260     GOBACK.
001270*-----------------------------------------------------------
001320*-----------------------------------------------------------
001330 1000-INITIALIZE.
001340     OPEN I-O CUSTOMER-MASTER.
001350     OPEN I-O TRANSACTION-JOURNAL.
001360     IF WS-TRANJRNL-NOT-OPEN
001370         OPEN OUTPUT TRANSACTION-JOURNAL
001380         CLOSE TRANSACTION-JOURNAL
001390         OPEN I-O TRANSACTION-JOURNAL
001400     END-IF.
001410     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001420     ACCEPT WS-HORA-ATUAL FROM TIME.
001760*-----------------------------------------------------------
001770* 2000-PROCESSAR-CONTA
001780* APPLIES THE DAILY RATE TO A POSITIVE BALANCE, OR THE
001790* PENALTY RATE TO A NEGATIVE (OVERDRAWN) BALANCE, POSTS
001800* THE MOVEMENT TO THE JOURNAL AND REWRITES THE MASTER.
001810* AN ACCOUNT WHOSE CM-LAST-INTEREST-DATE ALREADY EQUALS
001820* THE RUN DATE WAS CREDITED BEFORE THE LAST CHECKPOINT OF
001830* AN INTERRUPTED RUN AND IS SKIPPED, SO RESUMING NEVER
001840* POSTS INTEREST TWICE. A JOURNAL FAILURE STOPS THE RUN
001843* BEFORE THE MASTER IS REWRITTEN, SO THE RESTART POSTS
001846* THAT ACCOUNT AGAIN. WHEN THE MASTER CANNOT BE REWRITTEN
001848* THE MOVEMENT IS TAKEN OFF THE JOURNAL AGAIN.
001850*-----------------------------------------------------------
001860 2000-PROCESSAR-CONTA.
001870     ADD 1 TO WS-QTDE-CONTAS-LIDAS.
002010         IF WS-VALOR-JUROS NOT = ZERO
002020             ADD WS-VALOR-JUROS TO CM-BALANCE
002040             MOVE WS-DATA-ATUAL TO CM-LAST-INTEREST-DATE
002041             PERFORM 3000-GRAVAR-JORNAL THRU 3000-EXIT
002042             IF WS-FALHA-JORNAL
002043                 SET WS-FIM-DO-CADASTRO TO TRUE
002044                 GO TO 2000-EXIT
002045             END-IF
002050             REWRITE CUSTMAST-RECORD
002060                 INVALID KEY
002070                     DISPLAY "ERRO AO ATUALIZAR O CADASTRO. "
002080                         "STATUS: " WS-CUSTMAST-STATUS
002081                     PERFORM 3060-ANULAR-MOVIMENTO THRU 3060-EXIT
002082                     IF WS-FALHA-JORNAL
002083                         SET WS-FIM-DO-CADASTRO TO TRUE
002084                         GO TO 2000-EXIT
002085                     END-IF
002086                 NOT INVALID KEY
002087                     ADD 1 TO WS-QTDE-CONTAS-CREDITADAS
002090             END-REWRITE
002120         END-IF
002130     END-IF.
002140     MOVE CM-ACCOUNT-NUMBER TO WS-ULTIMA-CONTA.
002360     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
002370     MOVE "JURO"               TO TJ-OPERATOR-ID.
002380     MOVE SPACES               TO TJ-ESTORNO-REF.
002381     MOVE CM-AGENCIA           TO TJ-AGENCIA.
002382     PERFORM 3050-NUMERAR-MOVIMENTO THRU 3050-EXIT.
002383     IF TJ-SEQUENCIA = ZERO
002384         GO TO 3000-EXIT
002385     END-IF.
002386     WRITE TRANJRNL-RECORD
002387         INVALID KEY
002388             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
002389                 WS-TRANJRNL-STATUS
002390             SET WS-FALHA-JORNAL TO TRUE
002391     END-WRITE.
002400 3000-EXIT.
002410     EXIT.
002420*-----------------------------------------------------------
003880     END-IF.
003890 1050-EXIT.
003900     EXIT.
003910*-----------------------------------------------------------
003920* 3050-NUMERAR-MOVIMENTO
003930* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
003940* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
003950* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
003960* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
003970* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
003980*-----------------------------------------------------------
003990 3050-NUMERAR-MOVIMENTO.
004000     MOVE ZERO TO TJ-SEQUENCIA.
004010     OPEN I-O JOURNAL-SEQUENCE.
004020     IF WS-TJSEQ-NOT-OPEN
004030         OPEN OUTPUT JOURNAL-SEQUENCE
004040         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
004050         MOVE SPACES TO TS-FILLER
004060         WRITE TJSEQ-RECORD
004070         CLOSE JOURNAL-SEQUENCE
004080         OPEN I-O JOURNAL-SEQUENCE
004090     END-IF.
004100     IF NOT WS-TJSEQ-OK
004110         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
004120         SET WS-FALHA-JORNAL TO TRUE
004130         GO TO 3050-EXIT
004140     END-IF.
004150     READ JOURNAL-SEQUENCE
004160         AT END
004170             CONTINUE
004180     END-READ.
004190     IF WS-TJSEQ-OK
004200         ADD 1 TO TS-ULTIMA-SEQUENCIA
004210         REWRITE TJSEQ-RECORD
004220     END-IF.
004230     IF NOT WS-TJSEQ-OK
004240         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
004250             WS-TJSEQ-STATUS
004260         SET WS-FALHA-JORNAL TO TRUE
004270         CLOSE JOURNAL-SEQUENCE
004280         GO TO 3050-EXIT
004290     END-IF.
004300     CLOSE JOURNAL-SEQUENCE.
004310     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
004320 3050-EXIT.
004330     EXIT.
004331*-----------------------------------------------------------
004332* 3060-ANULAR-MOVIMENTO
004333* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
004334* TJ-SEQUENCIA, WHEN THE ACCOUNT IT BELONGS TO COULD NOT BE
004335* POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED. A MOVEMENT
004336* THAT CANNOT BE DELETED SETS WS-FALHA-JORNAL.
004337*-----------------------------------------------------------
004338 3060-ANULAR-MOVIMENTO.
004339     DELETE TRANSACTION-JOURNAL RECORD
004340         INVALID KEY
004341             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
004342                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
004343             SET WS-FALHA-JORNAL TO TRUE
004344     END-DELETE.
004345 3060-EXIT.
004346     EXIT.
004350 END PROGRAM JUROS.
