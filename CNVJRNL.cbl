000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVJRNL.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - ONE-TIME LOAD OF THE
000120*                  SEQUENTIAL JOURNAL (52 BYTES) AND OF THE
000130*                  TJARCH MONTHLY ARCHIVES NAMED BY
000140*                  OPERATIONS INTO THE INDEXED 62-BYTE
000150*                  LAYOUT, GIVING EVERY MOVEMENT ITS
000160*                  TJ-SEQUENCIA IN POSTING ORDER AND
000170*                  LEAVING THE LAST NUMBER GIVEN ON TJSEQ.
000180*-----------------------------------------------------------
000190* BEFORE THE RUN OPERATIONS RENAMES THE CURRENT FILES:
000200*   TRANJRNL      TO TRANJSQ
000210*   TJARCH.AAAAMM TO TJSQ.AAAAMM (EACH ARCHIVED MONTH)
000220* THE ARCHIVE MONTHS ARE ASKED FIRST, OLDEST TO NEWEST, AND
000230* THE JOURNAL IS LOADED LAST, SO THE NUMBERS FOLLOW THE
000240* POSTING ORDER ACROSS THE ARCHIVES AND THE JOURNAL AND
000250* EVERY SA CARRY-FORWARD AT THE TOP OF A FILE STAYS BELOW
000260* THE MOVEMENTS AFTER IT. THE PROGRAM REFUSES TO RUN WHILE
000270* AN INDEXED TRANJRNL OR A TJSEQ IS PRESENT, AND SKIPS AN
000280* ARCHIVE MONTH WHOSE TJARCH.AAAAMM IS ALREADY THERE. THE
000290* OLD FILES ARE LEFT UNTOUCHED AS THE FALLBACK COPY.
000300*-----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OLD-JOURNAL ASSIGN TO DYNAMIC WS-NOME-ANTIGO
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-ANTIGO-STATUS.
000370     SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC WS-NOME-NOVO
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS TJ-SEQUENCIA
000410         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000420         FILE STATUS IS WS-TRANJRNL-STATUS.
000430     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-TJSEQ-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490*-----------------------------------------------------------
000500* THE OLD RECORD IS THE 52-BYTE SEQUENTIAL JOURNAL LAYOUT:
000510* DATE, TIME AND ACCOUNT FIRST, THEN THE SAME FIELDS THAT
000520* FOLLOW TJ-CHAVE-CONTA ON THE INDEXED RECORD.
000530*-----------------------------------------------------------
000540 FD  OLD-JOURNAL
000550     LABEL RECORDS ARE STANDARD.
000560 01  ANTIGO-RECORD.
000570     05  AN-TRANS-DATE            PIC 9(08).
000580     05  AN-TRANS-TIME            PIC 9(06).
000590     05  AN-ACCOUNT-NUMBER        PIC 9(08).
000600     05  AN-TRANS-TYPE            PIC X(02).
000610     05  AN-TRANS-AMOUNT          PIC S9(10)V99 COMP-3.
000620     05  AN-RESULTING-BALANCE     PIC S9(10)V99 COMP-3.
000630     05  AN-OPERATOR-ID           PIC X(04).
000640     05  AN-ESTORNO-REF           PIC X(06).
000650     05  AN-AGENCIA               PIC 9(04).
000660 FD  TRANSACTION-JOURNAL
000670     LABEL RECORDS ARE STANDARD.
000680     COPY TRANJRNL.
000690 FD  JOURNAL-SEQUENCE
000700     LABEL RECORDS ARE STANDARD.
000710     COPY TJSEQ.
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-FILE-STATUSES.
000750     05  WS-ANTIGO-STATUS         PIC X(02).
000760         88  WS-ANTIGO-OK                VALUE "00".
000770         88  WS-ANTIGO-NOT-OPEN          VALUE "35".
000780     05  WS-TRANJRNL-STATUS       PIC X(02).
000790         88  WS-TRANJRNL-OK              VALUE "00".
000800         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
000810     05  WS-TJSEQ-STATUS          PIC X(02).
000820         88  WS-TJSEQ-OK                 VALUE "00".
000830         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
000840 01  WS-SWITCHES.
000850     05  WS-EOF-SW                PIC X(01) VALUE "N".
000860         88  WS-FIM-DO-ARQUIVO           VALUE "S".
000870     05  WS-RECUSA-SW             PIC X(01) VALUE "N".
000880         88  WS-CONVERSAO-RECUSADA       VALUE "S".
000890     05  WS-RESP-SW               PIC X(01) VALUE "N".
000900         88  WS-RESP-SIM                 VALUE "S" "s".
000910     05  WS-FIM-MESES-SW          PIC X(01) VALUE "N".
000920         88  WS-FIM-DOS-MESES            VALUE "S".
000930     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
000940         88  WS-JORNAL-CARREGADO         VALUE "S".
000950*-----------------------------------------------------------
000960* ARCHIVE MONTH ENTERED BY OPERATIONS AND THE NAMES OF THE
000970* OLD AND NEW JOURNAL FILES: TRANJSQ AND TRANJRNL, OR
000980* TJSQ.AAAAMM AND TJARCH.AAAAMM.
000990*-----------------------------------------------------------
001000 77  WS-MES-PEDIDO            PIC 9(06) VALUE ZERO.
001010 77  WS-MES-ANTERIOR          PIC 9(06) VALUE ZERO.
001020 01  WS-NOME-ANTIGO.
001030     05  WS-NOME-ANT-PREFIXO      PIC X(05) VALUE "TJSQ.".
001040     05  WS-NOME-ANT-AAAAMM       PIC X(06) VALUE SPACES.
001050 01  WS-NOME-NOVO.
001060     05  WS-NOME-NOVO-PREFIXO     PIC X(07) VALUE "TJARCH.".
001070     05  WS-NOME-NOVO-AAAAMM      PIC X(06) VALUE SPACES.
001080*-----------------------------------------------------------
001090* LAST TJ-SEQUENCIA GIVEN; WRITTEN TO TJSEQ AT THE END.
001100*-----------------------------------------------------------
001110 77  WS-ULTIMA-SEQUENCIA      PIC 9(10) VALUE ZERO.
001120*-----------------------------------------------------------
001130* RUN COUNTERS
001140*-----------------------------------------------------------
001150 77  WS-QTDE-MOVIMENTOS       PIC 9(09) COMP VALUE ZERO.
001160 77  WS-QTDE-ARQUIVO          PIC 9(09) COMP VALUE ZERO.
001170 77  WS-QTDE-MESES            PIC 9(03) COMP VALUE ZERO.
001180 77  WS-QTDE-ERROS            PIC 9(07) COMP VALUE ZERO.
001190
001200 PROCEDURE DIVISION.
001210*-----------------------------------------------------------
001220* 0000-MAINLINE
001230* LOADS EACH ARCHIVE MONTH ASKED FOR, UNTIL OPERATIONS
001240* ANSWERS ZEROS, THEN THE JOURNAL ITSELF, AND FINALLY
001250* RECORDS THE LAST NUMBER GIVEN ON TJSEQ.
001260*-----------------------------------------------------------
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     IF WS-CONVERSAO-RECUSADA
001300         STOP RUN
001310     END-IF.
001320     PERFORM 2000-CONVERTER-MES THRU 2000-EXIT
001330         UNTIL WS-FIM-DOS-MESES.
001340     MOVE "TRANJSQ    " TO WS-NOME-ANTIGO.
001350     MOVE "TRANJRNL     " TO WS-NOME-NOVO.
001360     PERFORM 3000-CONVERTER-JORNAL THRU 3000-EXIT.
001370     IF WS-ANTIGO-OK AND WS-TRANJRNL-OK
001380         SET WS-JORNAL-CARREGADO TO TRUE
001390         MOVE WS-QTDE-ARQUIVO TO WS-QTDE-MOVIMENTOS
001400     END-IF.
001410     PERFORM 4000-GRAVAR-SEQUENCIA THRU 4000-EXIT.
001420     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001430     STOP RUN.
001440*-----------------------------------------------------------
001450* 1000-INITIALIZE
001460* CHECKS, BEFORE ANY FILE IS CREATED, THAT THE OLD JOURNAL
001470* IS THERE AND THAT NEITHER THE INDEXED JOURNAL NOR TJSEQ
001480* EXISTS. THE RUN GOES AHEAD ONLY ON CONFIRMATION.
001490*-----------------------------------------------------------
001500 1000-INITIALIZE.
001510     DISPLAY "CONVERSAO DO JORNAL PARA O ARQUIVO INDEXADO".
001520     MOVE "TRANJSQ    " TO WS-NOME-ANTIGO.
001530     OPEN INPUT OLD-JOURNAL.
001540     IF NOT WS-ANTIGO-OK
001550         DISPLAY "TRANJSQ NAO ENCONTRADO. STATUS: "
001560             WS-ANTIGO-STATUS
001570         SET WS-CONVERSAO-RECUSADA TO TRUE
001580     ELSE
001590         CLOSE OLD-JOURNAL
001600     END-IF.
001610     MOVE "TRANJRNL     " TO WS-NOME-NOVO.
001620     OPEN INPUT TRANSACTION-JOURNAL.
001630     IF NOT WS-TRANJRNL-NOT-OPEN
001640         DISPLAY "TRANJRNL JA EXISTE. RENOMEIE PARA TRANJSQ."
001650         SET WS-CONVERSAO-RECUSADA TO TRUE
001660         IF WS-TRANJRNL-OK
001670             CLOSE TRANSACTION-JOURNAL
001680         END-IF
001690     END-IF.
001700     OPEN INPUT JOURNAL-SEQUENCE.
001710     IF NOT WS-TJSEQ-NOT-OPEN
001720         DISPLAY "TJSEQ JA EXISTE. O JORNAL JA FOI CONVERTIDO."
001730         SET WS-CONVERSAO-RECUSADA TO TRUE
001740         IF WS-TJSEQ-OK
001750             CLOSE JOURNAL-SEQUENCE
001760         END-IF
001770     END-IF.
001780     IF WS-CONVERSAO-RECUSADA
001790         DISPLAY "CONVERSAO ABORTADA. NENHUM ARQUIVO GERADO."
001800         GO TO 1000-EXIT
001810     END-IF.
001820     DISPLAY "OS MESES ARQUIVADOS DEVEM SER INFORMADOS DO "
001830         "MAIS ANTIGO AO MAIS RECENTE.".
001840     DISPLAY "CONFIRMA A CONVERSAO (S/N)? ".
001850     ACCEPT WS-RESP-SW.
001860     IF NOT WS-RESP-SIM
001870         DISPLAY "CONVERSAO CANCELADA PELO OPERADOR."
001880         SET WS-CONVERSAO-RECUSADA TO TRUE
001890     END-IF.
001900 1000-EXIT.
001910     EXIT.
001920*-----------------------------------------------------------
001930* 2000-CONVERTER-MES
001940* ASKS FOR ONE ARCHIVE MONTH (ZEROS END THE LIST) AND LOADS
001950* TJSQ.AAAAMM INTO TJARCH.AAAAMM, UNLESS THE NEW ARCHIVE IS
001960* ALREADY THERE. A MONTH NOT AFTER THE PREVIOUS ONE WOULD
001970* BREAK THE POSTING ORDER AND IS REFUSED.
001980*-----------------------------------------------------------
001990 2000-CONVERTER-MES.
002000     DISPLAY "MES ARQUIVADO (AAAAMM, ZEROS ENCERRA): ".
002010     ACCEPT WS-MES-PEDIDO.
002020     IF WS-MES-PEDIDO = ZERO
002030         SET WS-FIM-DOS-MESES TO TRUE
002040         GO TO 2000-EXIT
002050     END-IF.
002060     IF WS-MES-PEDIDO NOT > WS-MES-ANTERIOR
002070         DISPLAY "MES FORA DE ORDEM. INFORME UM MES POSTERIOR A "
002080             WS-MES-ANTERIOR "."
002090         GO TO 2000-EXIT
002100     END-IF.
002110     MOVE "TJSQ."       TO WS-NOME-ANT-PREFIXO.
002120     MOVE WS-MES-PEDIDO TO WS-NOME-ANT-AAAAMM.
002130     MOVE "TJARCH."     TO WS-NOME-NOVO-PREFIXO.
002140     MOVE WS-MES-PEDIDO TO WS-NOME-NOVO-AAAAMM.
002150     OPEN INPUT TRANSACTION-JOURNAL.
002160     IF NOT WS-TRANJRNL-NOT-OPEN
002170         DISPLAY WS-NOME-NOVO " JA EXISTE. MES IGNORADO."
002180         IF WS-TRANJRNL-OK
002190             CLOSE TRANSACTION-JOURNAL
002200         END-IF
002210         GO TO 2000-EXIT
002220     END-IF.
002230     PERFORM 3000-CONVERTER-JORNAL THRU 3000-EXIT.
002240     IF WS-ANTIGO-OK AND WS-TRANJRNL-OK
002250         ADD 1 TO WS-QTDE-MESES
002260         MOVE WS-MES-PEDIDO TO WS-MES-ANTERIOR
002270     END-IF.
002280 2000-EXIT.
002290     EXIT.
002300*-----------------------------------------------------------
002310* 3000-CONVERTER-JORNAL
002320* LOADS THE OLD JOURNAL FILE NAMED IN WS-NOME-ANTIGO INTO
002330* THE INDEXED FILE NAMED IN WS-NOME-NOVO, IN THE SAME
002340* ORDER, NUMBERING EVERY MOVEMENT FROM WS-ULTIMA-SEQUENCIA.
002350* USED FOR EACH ARCHIVE MONTH AND FOR THE JOURNAL ITSELF.
002360*-----------------------------------------------------------
002370 3000-CONVERTER-JORNAL.
002380     MOVE ZERO TO WS-QTDE-ARQUIVO.
002390     OPEN INPUT OLD-JOURNAL.
002400     IF NOT WS-ANTIGO-OK
002410         DISPLAY WS-NOME-ANTIGO " NAO ENCONTRADO. STATUS: "
002420             WS-ANTIGO-STATUS
002430         ADD 1 TO WS-QTDE-ERROS
002440         GO TO 3000-EXIT
002450     END-IF.
002460     OPEN OUTPUT TRANSACTION-JOURNAL.
002470     IF NOT WS-TRANJRNL-OK
002480         DISPLAY "NAO FOI POSSIVEL CRIAR " WS-NOME-NOVO
002490             " STATUS: " WS-TRANJRNL-STATUS
002500         CLOSE OLD-JOURNAL
002510         ADD 1 TO WS-QTDE-ERROS
002520         GO TO 3000-EXIT
002530     END-IF.
002540     MOVE "N" TO WS-EOF-SW.
002550     READ OLD-JOURNAL
002560         AT END
002570             SET WS-FIM-DO-ARQUIVO TO TRUE
002580     END-READ.
002590     PERFORM 3100-COPIAR-MOVIMENTO THRU 3100-EXIT
002600         UNTIL WS-FIM-DO-ARQUIVO.
002610     CLOSE OLD-JOURNAL.
002620     CLOSE TRANSACTION-JOURNAL.
002630     DISPLAY WS-NOME-NOVO " - MOVIMENTOS: " WS-QTDE-ARQUIVO.
002640 3000-EXIT.
002650     EXIT.
002660 3100-COPIAR-MOVIMENTO.
002670     ADD 1 TO WS-ULTIMA-SEQUENCIA.
002680     MOVE AN-ACCOUNT-NUMBER    TO TJ-ACCOUNT-NUMBER.
002690     MOVE AN-TRANS-DATE        TO TJ-TRANS-DATE.
002700     MOVE AN-TRANS-TIME        TO TJ-TRANS-TIME.
002710     MOVE WS-ULTIMA-SEQUENCIA  TO TJ-SEQUENCIA.
002720     MOVE AN-TRANS-TYPE        TO TJ-TRANS-TYPE.
002730     MOVE AN-TRANS-AMOUNT      TO TJ-TRANS-AMOUNT.
002740     MOVE AN-RESULTING-BALANCE TO TJ-RESULTING-BALANCE.
002750     MOVE AN-OPERATOR-ID       TO TJ-OPERATOR-ID.
002760     MOVE AN-ESTORNO-REF       TO TJ-ESTORNO-REF.
002770     MOVE AN-AGENCIA           TO TJ-AGENCIA.
002780     WRITE TRANJRNL-RECORD
002790         INVALID KEY
002800             DISPLAY "ERRO AO GRAVAR MOVIMENTO " TJ-SEQUENCIA
002810                 " STATUS: " WS-TRANJRNL-STATUS
002820             ADD 1 TO WS-QTDE-ERROS
002830         NOT INVALID KEY
002840             ADD 1 TO WS-QTDE-ARQUIVO
002850     END-WRITE.
002860     READ OLD-JOURNAL
002870         AT END
002880             SET WS-FIM-DO-ARQUIVO TO TRUE
002890     END-READ.
002900 3100-EXIT.
002910     EXIT.
002920*-----------------------------------------------------------
002930* 4000-GRAVAR-SEQUENCIA
002940* CREATES TJSEQ WITH THE LAST NUMBER GIVEN, SO THE FIRST
002950* MOVEMENT POSTED AFTER THE CONVERSION CONTINUES FROM IT.
002960* WITHOUT A LOADED JOURNAL TJSEQ IS NOT CREATED AND THE
002970* RUN MUST BE REPEATED FROM THE OLD FILES.
002980*-----------------------------------------------------------
002990 4000-GRAVAR-SEQUENCIA.
003000     IF NOT WS-JORNAL-CARREGADO
003010         DISPLAY "TRANJRNL NAO FOI CARREGADO. TJSEQ NAO GERADO."
003020         GO TO 4000-EXIT
003030     END-IF.
003040     OPEN OUTPUT JOURNAL-SEQUENCE.
003050     IF NOT WS-TJSEQ-OK
003060         DISPLAY "NAO FOI POSSIVEL CRIAR TJSEQ. STATUS: "
003070             WS-TJSEQ-STATUS
003080         ADD 1 TO WS-QTDE-ERROS
003090         GO TO 4000-EXIT
003100     END-IF.
003110     MOVE WS-ULTIMA-SEQUENCIA TO TS-ULTIMA-SEQUENCIA.
003120     MOVE SPACES              TO TS-FILLER.
003130     WRITE TJSEQ-RECORD.
003140     CLOSE JOURNAL-SEQUENCE.
003150 4000-EXIT.
003160     EXIT.
003170*-----------------------------------------------------------
003180* 9000-FINALIZE
003190* DISPLAYS THE RUN SUMMARY.
003200*-----------------------------------------------------------
003210 9000-FINALIZE.
003220     DISPLAY "CNVJRNL - MESES ARQUIVADOS    : " WS-QTDE-MESES.
003230     DISPLAY "CNVJRNL - MOVIMENTOS TRANJRNL : "
003240         WS-QTDE-MOVIMENTOS.
003250     DISPLAY "CNVJRNL - ULTIMA SEQUENCIA    : "
003260         WS-ULTIMA-SEQUENCIA.
003270     DISPLAY "CNVJRNL - ERROS               : " WS-QTDE-ERROS.
003280 9000-EXIT.
003290     EXIT.
003300 END PROGRAM CNVJRNL.
