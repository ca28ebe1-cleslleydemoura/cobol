000292*                  ANSWERS THE DATE ONCE PER NIGHT. STOP
000293*                  RUN REPLACED WITH GOBACK SO THE DRIVER
000294*                  CAN CALL THIS PROGRAM AS A STEP.
000295* 2026-10-15 CDM   EVERY JOURNAL MOVEMENT NOW CARRIES THE
000296*                  BRANCH (TJ-AGENCIA) OF THE ACCOUNT IT
000297*                  POSTS TO.
000298* 2026-10-15 CDM   THE JOURNAL IS INDEXED (OPENED I-O). EACH
000299*                  MOVEMENT TAKES THE NEXT TJ-SEQUENCIA FROM
000300*                  THE TJSEQ CONTROL FILE BEFORE IT IS WRITTEN.
000301* 2026-10-15 CDM   A TJSEQ OR JOURNAL FAILURE NOW STOPS THE RUN
000302*                  WITH RUNCTL LEFT EM EXECUCAO. EACH LEG IS
000303*                  JOURNALED FIRST AND DELETED IF ITS REWRITE
000304*                  FAILS; A JOURNAL FAILURE ON THE CREDIT LEG
000305*                  ALSO DELETES THE DA AND UNMARKS THE ORDER.
000306*-----------------------------------------------------------
000307 ENVIRONMENT DIVISION.
000308 INPUT-OUTPUT SECTION.
000309 FILE-CONTROL.
000320     SELECT STANDING-ORDERS ASSIGN TO "ORDPERM"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000420             WITH DUPLICATES
000430         FILE STATUS IS WS-CUSTMAST-STATUS.
000440     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000441         ORGANIZATION IS INDEXED
000442         ACCESS MODE IS DYNAMIC
000443         RECORD KEY IS TJ-SEQUENCIA
000444         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000445         FILE STATUS IS WS-TRANJRNL-STATUS.
000446     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-TJSEQ-STATUS.
000470     SELECT REJECT-REPORT ASSIGN TO "ORDREJ"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ORDREJ-STATUS.
000640 FD  TRANSACTION-JOURNAL
000650     LABEL RECORDS ARE STANDARD.
000660     COPY TRANJRNL.
000662 FD  JOURNAL-SEQUENCE
000664     LABEL RECORDS ARE STANDARD.
000666     COPY TJSEQ.
000670 FD  REJECT-REPORT
000680     LABEL RECORDS ARE STANDARD.
000690 01  ORDREJ-LINE              PIC X(80).
000820     05  WS-TRANJRNL-STATUS       PIC X(02).
000830         88  WS-TRANJRNL-OK              VALUE "00".
000840         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
000842     05  WS-TJSEQ-STATUS          PIC X(02).
000844         88  WS-TJSEQ-OK                 VALUE "00".
000846         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
000850     05  WS-ORDREJ-STATUS         PIC X(02).
000860         88  WS-ORDREJ-OK                VALUE "00".
000870         88  WS-ORDREJ-NOT-OPEN          VALUE "35".
000970         88  WS-JA-PROCESSADO            VALUE "S".
000980     05  WS-REINICIO-SW           PIC X(01) VALUE "N".
000990         88  WS-REINICIO                 VALUE "S".
000993     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
000996         88  WS-FALHA-JORNAL             VALUE "S".
001000     05  WS-RELATORIO-NOVO-SW     PIC X(01) VALUE "N".
001010         88  WS-RELATORIO-NOVO           VALUE "S".
001012     05  WS-FIM-BLOQVAL-SW        PIC X(01) VALUE "N".
001300 77  WS-QTDE-ORDENS-PAGAS     PIC 9(07) COMP VALUE ZERO.
001310 77  WS-QTDE-ORDENS-REJEIT    PIC 9(07) COMP VALUE ZERO.
001320 77  WS-ULTIMA-ORDEM          PIC 9(06) VALUE ZERO.
001325 77  WS-DATA-DEBITO-ANTERIOR  PIC 9(08) VALUE ZERO.
001327 77  WS-SEQ-DEBITO            PIC 9(10) VALUE ZERO.
001330*-----------------------------------------------------------
001340* SAVE AREA FOR THE DEBITED ACCOUNT RECORD (105 BYTES,
001350* MUST MATCH CUSTMAST-RECORD) USED WHEN THE DESTINATION
001360* ACCOUNT IS READ INTO THE SAME RECORD AREA.
001370*-----------------------------------------------------------
001380 01  WS-REG-ORIGEM            PIC X(105) VALUE SPACES.
001390*-----------------------------------------------------------
001400* REJECTION REPORT LINE LAYOUTS
001410*-----------------------------------------------------------
001770     END-IF.
001780     PERFORM 2000-PROCESSAR-ORDEM THRU 2000-EXIT
001790         UNTIL WS-FIM-DAS-ORDENS.
001791     IF WS-FALHA-JORNAL
001792         DISPLAY "ORDBAT INTERROMPIDO POR FALHA NO JORNAL. O "
001793             "RUN-CONTROL FICA EM EXECUCAO PARA O REINICIO."
001794         CLOSE REJECT-REPORT
001795         PERFORM 9100-FECHAR-ARQUIVOS THRU 9100-EXIT
001796         GOBACK
001797     END-IF.
001800     PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-EXIT.
001810     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001820     GOBACK.
001970         CLOSE STANDING-ORDERS
001980         GOBACK
001990     END-IF.
002000     OPEN I-O TRANSACTION-JOURNAL.
002010     IF WS-TRANJRNL-NOT-OPEN
002020         OPEN OUTPUT TRANSACTION-JOURNAL
002030         CLOSE TRANSACTION-JOURNAL
002040         OPEN I-O TRANSACTION-JOURNAL
002050     END-IF.
002052     OPEN INPUT HOLDS-FILE.
002054     IF WS-BLOQVAL-OK
003010         OR (WS-DATA-DIA = WS-ULTIMO-DIA-MES
003020         AND SO-DIA-VENCIMENTO > WS-ULTIMO-DIA-MES))
003030         PERFORM 3000-POSTAR-ORDEM THRU 3000-EXIT
003032         IF WS-FALHA-JORNAL
003034             SET WS-FIM-DAS-ORDENS TO TRUE
003036             GO TO 2000-EXIT
003038         END-IF
003040         MOVE SO-ORDER-NUMBER TO WS-ULTIMA-ORDEM
003050         PERFORM 7700-GRAVAR-CHECKPOINT THRU 7700-EXIT
003060     END-IF.
003160* CHECK AS A SAQUE (BALANCE PLUS OVERDRAFT LIMIT). AN
003170* ORDER THAT CANNOT BE HONORED IS REPORTED, NEVER SKIPPED
003180* IN SILENCE.
003182* THE DA MOVEMENT IS JOURNALED BEFORE THE MASTER IS
003184* REWRITTEN: A JOURNAL FAILURE LEAVES ACCOUNT AND ORDER
003186* UNTOUCHED AND STOPS THE RUN.
003190*-----------------------------------------------------------
003200 3000-POSTAR-ORDEM.
003210     MOVE "N" TO WS-DEBITO-SW.
003215     MOVE SO-ULTIMA-DATA-DEBITO TO WS-DATA-DEBITO-ANTERIOR.
003220     MOVE SO-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
003230     READ CUSTOMER-MASTER
003240         INVALID KEY
003390         GO TO 3000-EXIT
003400     END-IF.
003410     COMPUTE CM-BALANCE = CM-BALANCE - SO-AMOUNT.
003411     MOVE "DA" TO TJ-TRANS-TYPE.
003412     MOVE SO-AMOUNT TO TJ-TRANS-AMOUNT.
003413     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
003414     IF WS-FALHA-JORNAL
003415         GO TO 3000-EXIT
003416     END-IF.
003418     MOVE TJ-SEQUENCIA TO WS-SEQ-DEBITO.
003420     REWRITE CUSTMAST-RECORD
003430         INVALID KEY
003432             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
003434             IF WS-FALHA-JORNAL
003436                 GO TO 3000-EXIT
003438             END-IF
003440             MOVE "ERRO AO ATUALIZAR CADASTRO" TO WS-LR-MOTIVO
003450             PERFORM 7000-GRAVAR-REJEICAO THRU 7000-EXIT
003460         NOT INVALID KEY
003470             SET WS-DEBITO-EFETIVADO TO TRUE
003474             PERFORM 3100-MARCAR-ORDEM THRU 3100-EXIT
003510             ADD 1 TO WS-QTDE-ORDENS-PAGAS
003520     END-REWRITE.
003530     IF WS-DEBITO-EFETIVADO
003620* DESTINATION CANNOT BE CREDITED THE DEBIT IS BACKED OUT
003630* AND THE ORDER IS REPORTED, SO THE TWO LEGS NEVER STAND
003640* APART.
003645* A JOURNAL FAILURE ON THE CREDIT ALSO BACKS OUT THE DEBIT,
003646* AND A CREDIT THAT CANNOT BE REWRITTEN IS FIRST TAKEN OFF
003647* THE JOURNAL.
003650*-----------------------------------------------------------
003660 4000-CREDITAR-DESTINO.
003670     MOVE CUSTMAST-RECORD TO WS-REG-ORIGEM.
003780         GO TO 4000-EXIT
003790     END-IF.
003800     COMPUTE CM-BALANCE = CM-BALANCE + SO-AMOUNT.
003801     MOVE "TC" TO TJ-TRANS-TYPE.
003802     MOVE SO-AMOUNT TO TJ-TRANS-AMOUNT.
003803     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
003804     IF WS-FALHA-JORNAL
003805         MOVE "FALHA NO JORNAL" TO WS-LR-MOTIVO
003806         PERFORM 4100-DESFAZER-DEBITO THRU 4100-EXIT
003807         GO TO 4000-EXIT
003808     END-IF.
003810     REWRITE CUSTMAST-RECORD
003820         INVALID KEY
003825             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
003830             MOVE "ERRO AO CREDITAR DESTINO" TO WS-LR-MOTIVO
003840             PERFORM 4100-DESFAZER-DEBITO THRU 4100-EXIT
003890     END-REWRITE.
003900 4000-EXIT.
003910     EXIT.
003950* SENDS THE ORDER TO THE REJECTION REPORT. THE DA JOURNAL
003960* MOVEMENT IS COMPENSATED BY A TC MOVEMENT ON THE SAME
003970* ACCOUNT SO THE JOURNAL STILL BALANCES.
003972* WHEN THE JOURNAL HAS FAILED THE DA IS DELETED FROM IT
003974* INSTEAD AND THE ORDER GETS ITS PREVIOUS DEBIT DATE BACK,
003976* SO THE RESTART POSTS IT AGAIN.
003980*-----------------------------------------------------------
003990 4100-DESFAZER-DEBITO.
004000     MOVE WS-REG-ORIGEM TO CUSTMAST-RECORD.
004050                 SO-ORDER-NUMBER " STATUS: "
004060                 WS-CUSTMAST-STATUS
004070         NOT INVALID KEY
004075             IF NOT WS-FALHA-JORNAL
004080                 MOVE "TC" TO TJ-TRANS-TYPE
004090                 MOVE SO-AMOUNT TO TJ-TRANS-AMOUNT
004100                 PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT
004102             END-IF
004103             IF WS-FALHA-JORNAL
004104                 MOVE WS-SEQ-DEBITO TO TJ-SEQUENCIA
004105                 PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
004106             END-IF
004110     END-REWRITE.
004120     SUBTRACT 1 FROM WS-QTDE-ORDENS-PAGAS.
004130     PERFORM 7000-GRAVAR-REJEICAO THRU 7000-EXIT.
004131     IF WS-FALHA-JORNAL
004132         MOVE WS-DATA-DEBITO-ANTERIOR TO SO-ULTIMA-DATA-DEBITO
004133         REWRITE ORDPERM-RECORD
004134             INVALID KEY
004135                 DISPLAY "ERRO AO DESMARCAR A ORDEM "
004136                     SO-ORDER-NUMBER ". STATUS: "
004137                     WS-ORDPERM-STATUS
004138         END-REWRITE
004139     END-IF.
004140 4100-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------
004180* APPENDS ONE MOVEMENT TO THE TRANSACTION JOURNAL FOR THE
004190* ACCOUNT CURRENTLY IN THE CUSTMAST RECORD AREA. THE
004200* CALLER SETS TJ-TRANS-TYPE AND TJ-TRANS-AMOUNT.
004203* A MOVEMENT THAT CANNOT BE NUMBERED OR WRITTEN SETS
004206* WS-FALHA-JORNAL.
004210*-----------------------------------------------------------
004220 5000-GRAVAR-JORNAL.
004230     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
004260     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
004270     MOVE "ORDB"               TO TJ-OPERATOR-ID.
004280     MOVE SPACES               TO TJ-ESTORNO-REF.
004281     MOVE CM-AGENCIA           TO TJ-AGENCIA.
004282     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
004283     IF TJ-SEQUENCIA = ZERO
004284         GO TO 5000-EXIT
004285     END-IF.
004286     WRITE TRANJRNL-RECORD
004287         INVALID KEY
004288             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
004289                 WS-TRANJRNL-STATUS
004290             SET WS-FALHA-JORNAL TO TRUE
004291     END-WRITE.
004300 5000-EXIT.
004310     EXIT.
004320*-----------------------------------------------------------
006440     END-IF.
006450 1050-EXIT.
006460     EXIT.
006470*-----------------------------------------------------------
006480* 5050-NUMERAR-MOVIMENTO
006490* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
006500* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
006510* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
006520* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
006530* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
006540*-----------------------------------------------------------
006550 5050-NUMERAR-MOVIMENTO.
006560     MOVE ZERO TO TJ-SEQUENCIA.
006570     OPEN I-O JOURNAL-SEQUENCE.
006580     IF WS-TJSEQ-NOT-OPEN
006590         OPEN OUTPUT JOURNAL-SEQUENCE
006600         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
006610         MOVE SPACES TO TS-FILLER
006620         WRITE TJSEQ-RECORD
006630         CLOSE JOURNAL-SEQUENCE
006640         OPEN I-O JOURNAL-SEQUENCE
006650     END-IF.
006660     IF NOT WS-TJSEQ-OK
006670         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
006680         SET WS-FALHA-JORNAL TO TRUE
006690         GO TO 5050-EXIT
006700     END-IF.
006710     READ JOURNAL-SEQUENCE
006720         AT END
006730             CONTINUE
006740     END-READ.
006750     IF WS-TJSEQ-OK
006760         ADD 1 TO TS-ULTIMA-SEQUENCIA
006770         REWRITE TJSEQ-RECORD
006780     END-IF.
006790     IF NOT WS-TJSEQ-OK
006800         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
006810             WS-TJSEQ-STATUS
006820         SET WS-FALHA-JORNAL TO TRUE
006830         CLOSE JOURNAL-SEQUENCE
006840         GO TO 5050-EXIT
006850     END-IF.
006860     CLOSE JOURNAL-SEQUENCE.
006870     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
006880 5050-EXIT.
006890     EXIT.
006891*-----------------------------------------------------------
006892* 5060-ANULAR-MOVIMENTO
006893* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
006894* TJ-SEQUENCIA, WHEN THE ACCOUNT IT BELONGS TO COULD NOT BE
006895* POSTED AFTER ALL. ITS SEQUENCE IS NOT REUSED. A MOVEMENT
006896* THAT CANNOT BE DELETED SETS WS-FALHA-JORNAL.
006897*-----------------------------------------------------------
006898 5060-ANULAR-MOVIMENTO.
006899     DELETE TRANSACTION-JOURNAL RECORD
006900         INVALID KEY
006901             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
006902                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
006903             SET WS-FALHA-JORNAL TO TRUE
006904     END-DELETE.
006905 5060-EXIT.
006906     EXIT.
006910 END PROGRAM ORDBAT.
