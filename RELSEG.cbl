000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RELSEG.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - SECURITY AND ACCESS
000120*                  REPORT. FOR A DATE RANGE, OPTIONALLY
000130*                  RESTRICTED TO ONE OPERATOR (AS THE
000140*                  OPERATOR OR AS THE SUPERVISOR INVOLVED)
000150*                  AND/OR ONE ACCOUNT, LISTS THE SECURITY
000160*                  LOG (SECLOG) EVENTS WRITTEN BY BNCDM,
000165*                  CONTMNT, EMPMNT, ENCCONT AND OPERMNT,
000170*                  THEN THE ACCOUNT MAINTENANCE CHANGES ON
000180*                  AUDITLOG, AND ENDS WITH THE OCORRENCIAS:
000190*                  OPERATORS WITH REPEATED PASSWORD
000200*                  FAILURES IN THE PERIOD, EVERY RELEASE OF
000210*                  A TRAVADO OPERATOR DONE IN OPERMNT, AND
000220*                  EVERY SAQUE A SUPERVISOR AUTHORIZED ON
000230*                  THEIR OWN SIGN-ON.
000243* 2026-10-15 CDM   DESCRIBES THE NEW AO EVENT (SERVICE OF
000246*                  AN ACCOUNT OF ANOTHER BRANCH AUTHORIZED).
000247* 2026-10-15 CDM   HEADER NOW NAMES ENCCONT AND EMPMNT AMONG
000248*                  THE SECLOG WRITERS.
000250*-----------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-SECLOG-STATUS.
000320     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-AUDITLOG-STATUS.
000350     SELECT SECURITY-REPORT ASSIGN TO "RELSEG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-RELSEG-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  SECURITY-LOG
000420     LABEL RECORDS ARE STANDARD.
000430     COPY SECLOG.
000440 FD  AUDIT-LOG
000450     LABEL RECORDS ARE STANDARD.
000460     COPY AUDITLOG.
000470 FD  SECURITY-REPORT
000480     LABEL RECORDS ARE STANDARD.
000490 01  RELSEG-LINE              PIC X(132).
000500
000510 WORKING-STORAGE SECTION.
000520 01  WS-FILE-STATUSES.
000530     05  WS-SECLOG-STATUS         PIC X(02).
000540         88  WS-SECLOG-OK                VALUE "00".
000550         88  WS-SECLOG-NOT-OPEN          VALUE "35".
000560     05  WS-AUDITLOG-STATUS       PIC X(02).
000570         88  WS-AUDITLOG-OK              VALUE "00".
000580         88  WS-AUDITLOG-NOT-OPEN        VALUE "35".
000590     05  WS-RELSEG-STATUS         PIC X(02).
000600         88  WS-RELSEG-OK                VALUE "00".
000610 01  WS-SWITCHES.
000620     05  WS-EOF-SW                PIC X(01) VALUE "N".
000630         88  WS-FIM-DO-ARQUIVO           VALUE "S".
000640     05  WS-SELECIONADO-SW        PIC X(01) VALUE "N".
000650         88  WS-SELECIONADO              VALUE "S".
000660     05  WS-ACHOU-SW              PIC X(01) VALUE "N".
000670         88  WS-ACHOU                    VALUE "S".
000680*-----------------------------------------------------------
000690* SELECTION: DATE RANGE, OPERATOR (SPACES = ALL) AND
000700* ACCOUNT (ZEROS = ALL). BOTH FILTERS MAY BE GIVEN.
000710*-----------------------------------------------------------
000720 77  WS-DATA-INICIAL          PIC 9(08) VALUE ZERO.
000730 77  WS-DATA-FINAL            PIC 9(08) VALUE ZERO.
000740 77  WS-FILTRO-OPERADOR       PIC X(04) VALUE SPACES.
000750 77  WS-FILTRO-CONTA          PIC 9(08) VALUE ZERO.
000760 77  WS-DATA-HOJE             PIC 9(08) VALUE ZERO.
000770*-----------------------------------------------------------
000780* REPEATED FAILURES: PASSWORD FAILURES COUNTED PER OWNER OF
000790* THE PASSWORD (THE SUPERVISOR ON AN AUTHORIZATION, THE
000800* OPERATOR ON A SIGN-ON). WS-LIMITE-FALHAS OR MORE IN THE
000810* PERIOD IS AN OCORRENCIA.
000820*-----------------------------------------------------------
000830 77  WS-LIMITE-FALHAS         PIC 9(03) COMP VALUE 3.
000840 77  WS-QTDE-DONOS            PIC 9(03) COMP VALUE ZERO.
000850 77  WS-DONO-FALHA            PIC X(04) VALUE SPACES.
000860 01  WS-TABELA-FALHAS.
000870     05  WS-FAL-OCORRENCIA OCCURS 200 TIMES
000880             INDEXED BY WS-FAL-IDX.
000890         10  WS-FAL-ID            PIC X(04).
000900         10  WS-FAL-QTDE          PIC 9(05) COMP.
000910         10  WS-FAL-TRAVAS        PIC 9(03) COMP.
000920         10  WS-FAL-PRIMEIRA      PIC 9(08).
000930         10  WS-FAL-ULTIMA        PIC 9(08).
000940 77  WS-IND                   PIC 9(03) COMP VALUE ZERO.
000950*-----------------------------------------------------------
000960* RUN COUNTERS
000970*-----------------------------------------------------------
000980 77  WS-QTDE-EVENTOS          PIC 9(07) COMP VALUE ZERO.
000990 77  WS-QTDE-ALTERACOES       PIC 9(07) COMP VALUE ZERO.
001000 77  WS-QTDE-REPETIDAS        PIC 9(05) COMP VALUE ZERO.
001010 77  WS-QTDE-DESTRAVAMENTOS   PIC 9(05) COMP VALUE ZERO.
001020 77  WS-QTDE-AUTO-SAQUES      PIC 9(05) COMP VALUE ZERO.
001030 77  WS-QTDE-DONOS-EXCEDIDOS  PIC 9(05) COMP VALUE ZERO.
001040*-----------------------------------------------------------
001050* REPORT LINE LAYOUTS
001060*-----------------------------------------------------------
001070 01  WS-CABECALHO-1.
001080     05  FILLER                   PIC X(39)
001090         VALUE "BANCO DMOURA - RELATORIO DE SEGURANCA E".
001100     05  FILLER                   PIC X(21)
001110         VALUE " ACESSOS   EMITIDO EM".
001120     05  FILLER                   PIC X(01) VALUE SPACE.
001130     05  WS-C1-DATA               PIC 9(08).
001140 01  WS-CABECALHO-FILTRO.
001150     05  FILLER                   PIC X(09) VALUE "PERIODO: ".
001160     05  WS-CF-INICIAL            PIC 9(08).
001170     05  FILLER                   PIC X(03) VALUE " A ".
001180     05  WS-CF-FINAL              PIC 9(08).
001190     05  FILLER                   PIC X(13)
001200         VALUE "   OPERADOR: ".
001210     05  WS-CF-OPERADOR           PIC X(05).
001220     05  FILLER                   PIC X(10)
001230         VALUE "   CONTA: ".
001240     05  WS-CF-CONTA              PIC X(08).
001250 01  WS-TITULO-SECAO.
001260     05  FILLER                   PIC X(04) VALUE "*** ".
001270     05  WS-TS-TITULO             PIC X(60).
001280 01  WS-COLUNAS-EVENTO.
001290     05  FILLER                   PIC X(10) VALUE "DATA".
001300     05  FILLER                   PIC X(08) VALUE "HORA".
001310     05  FILLER                   PIC X(10) VALUE "PROGRAMA".
001320     05  FILLER                   PIC X(06) VALUE "OPER".
001330     05  FILLER                   PIC X(33) VALUE "EVENTO".
001340     05  FILLER                   PIC X(06) VALUE "SUPV".
001350     05  FILLER                   PIC X(10) VALUE "CONTA".
001360     05  FILLER                   PIC X(16)
001370         VALUE "           VALOR".
001380     05  FILLER                   PIC X(02) VALUE SPACES.
001390     05  FILLER                   PIC X(11) VALUE "OBSERVACAO".
001400 01  WS-LINHA-EVENTO.
001410     05  WS-LEV-DATA              PIC 9(08).
001420     05  FILLER                   PIC X(02) VALUE SPACES.
001430     05  WS-LEV-HORA              PIC 9(06).
001440     05  FILLER                   PIC X(02) VALUE SPACES.
001450     05  WS-LEV-PROGRAMA          PIC X(08).
001460     05  FILLER                   PIC X(02) VALUE SPACES.
001470     05  WS-LEV-OPERADOR          PIC X(04).
001480     05  FILLER                   PIC X(02) VALUE SPACES.
001490     05  WS-LEV-TIPO              PIC X(02).
001500     05  FILLER                   PIC X(01) VALUE SPACE.
001510     05  WS-LEV-DESCRICAO         PIC X(28).
001520     05  FILLER                   PIC X(02) VALUE SPACES.
001530     05  WS-LEV-SUPERVISOR        PIC X(04).
001540     05  FILLER                   PIC X(02) VALUE SPACES.
001550     05  WS-LEV-CONTA             PIC 9(08) BLANK WHEN ZERO.
001560     05  FILLER                   PIC X(02) VALUE SPACES.
001570     05  WS-LEV-VALOR             PIC Z(12)9.99 BLANK WHEN ZERO.
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  WS-LEV-OBSERVACAO        PIC X(30).
001600 01  WS-COLUNAS-AUDITORIA.
001610     05  FILLER                   PIC X(10) VALUE "DATA".
001620     05  FILLER                   PIC X(08) VALUE "HORA".
001630     05  FILLER                   PIC X(10) VALUE "CONTA".
001640     05  FILLER                   PIC X(22) VALUE "CAMPO".
001650     05  FILLER                   PIC X(32) VALUE "ANTES".
001660     05  FILLER                   PIC X(32) VALUE "DEPOIS".
001670     05  FILLER                   PIC X(04) VALUE "OPER".
001680 01  WS-LINHA-AUDITORIA.
001690     05  WS-LAU-DATA              PIC 9(08).
001700     05  FILLER                   PIC X(02) VALUE SPACES.
001710     05  WS-LAU-HORA              PIC 9(06).
001720     05  FILLER                   PIC X(02) VALUE SPACES.
001730     05  WS-LAU-CONTA             PIC 9(08).
001740     05  FILLER                   PIC X(02) VALUE SPACES.
001750     05  WS-LAU-CAMPO             PIC X(20).
001760     05  FILLER                   PIC X(02) VALUE SPACES.
001770     05  WS-LAU-ANTES             PIC X(30).
001780     05  FILLER                   PIC X(02) VALUE SPACES.
001790     05  WS-LAU-DEPOIS            PIC X(30).
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001810     05  WS-LAU-OPERADOR          PIC X(04).
001820 01  WS-COLUNAS-FALHAS.
001830     05  FILLER                   PIC X(10) VALUE "OPERADOR".
001840     05  FILLER                   PIC X(10) VALUE "    FALHAS".
001850     05  FILLER                   PIC X(13) VALUE "  TRAVAMENTOS".
001860     05  FILLER                   PIC X(11) VALUE "   PRIMEIRA".
001870     05  FILLER                   PIC X(10) VALUE "    ULTIMA".
001880 01  WS-LINHA-FALHAS.
001890     05  WS-LFA-ID                PIC X(04).
001900     05  FILLER                   PIC X(08) VALUE SPACES.
001910     05  WS-LFA-QTDE              PIC ZZZZ9.
001920     05  FILLER                   PIC X(08) VALUE SPACES.
001930     05  WS-LFA-TRAVAS            PIC ZZ9.
001940     05  FILLER                   PIC X(04) VALUE SPACES.
001950     05  WS-LFA-PRIMEIRA          PIC 9(08).
001960     05  FILLER                   PIC X(02) VALUE SPACES.
001970     05  WS-LFA-ULTIMA            PIC 9(08).
001980 01  WS-LINHA-NENHUM.
001990     05  FILLER                   PIC X(04) VALUE SPACES.
002000     05  WS-LN-TEXTO              PIC X(60).
002010 01  WS-LINHA-RESUMO.
002020     05  WS-LR-TEXTO              PIC X(40).
002030     05  WS-LR-QTDE               PIC ZZZ,ZZ9.
002040 01  WS-LINHA-BRANCO              PIC X(132) VALUE SPACES.
002050
002060 PROCEDURE DIVISION.
002070*-----------------------------------------------------------
002080* 0000-MAINLINE
002090* ASKS FOR THE SELECTION, LISTS THE SECURITY EVENTS AND THE
002100* MAINTENANCE CHANGES, THEN THE OCORRENCIAS AND TOTALS.
002110*-----------------------------------------------------------
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-LISTAR-EVENTOS THRU 2000-EXIT.
002150     PERFORM 3000-LISTAR-AUDITORIA THRU 3000-EXIT.
002160     PERFORM 4000-LISTAR-OCORRENCIAS THRU 4000-EXIT.
002170     PERFORM 8000-IMPRIMIR-RESUMO THRU 8000-EXIT.
002180     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002190     STOP RUN.
002200*-----------------------------------------------------------
002210* 1000-INITIALIZE
002220* PROMPTS FOR THE PERIOD (ZEROS = TODAY) AND THE FILTERS,
002230* OPENS THE REPORT AND PRINTS THE HEADINGS.
002240*-----------------------------------------------------------
002250 1000-INITIALIZE.
002260     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
002270     DISPLAY "DATA INICIAL (AAAAMMDD, ZEROS = HOJE): ".
002280     ACCEPT WS-DATA-INICIAL.
002290     IF WS-DATA-INICIAL IS NOT NUMERIC
002300         DISPLAY "DATA INVALIDA. RELSEG ABORTADO."
002310         STOP RUN
002320     END-IF.
002330     IF WS-DATA-INICIAL = ZERO
002340         MOVE WS-DATA-HOJE TO WS-DATA-INICIAL
002350     END-IF.
002360     DISPLAY "DATA FINAL   (AAAAMMDD, ZEROS = HOJE): ".
002370     ACCEPT WS-DATA-FINAL.
002380     IF WS-DATA-FINAL IS NOT NUMERIC
002390         DISPLAY "DATA INVALIDA. RELSEG ABORTADO."
002400         STOP RUN
002410     END-IF.
002420     IF WS-DATA-FINAL = ZERO
002430         MOVE WS-DATA-HOJE TO WS-DATA-FINAL
002440     END-IF.
002450     IF WS-DATA-FINAL < WS-DATA-INICIAL
002460         DISPLAY "DATA FINAL ANTERIOR A INICIAL. RELSEG "
002470             "ABORTADO."
002480         STOP RUN
002490     END-IF.
002500     DISPLAY "OPERADOR (BRANCOS = TODOS): ".
002510     ACCEPT WS-FILTRO-OPERADOR.
002520     DISPLAY "CONTA (ZEROS = TODAS): ".
002530     ACCEPT WS-FILTRO-CONTA.
002540     IF WS-FILTRO-CONTA IS NOT NUMERIC
002550         DISPLAY "CONTA INVALIDA. RELSEG ABORTADO."
002560         STOP RUN
002570     END-IF.
002580     OPEN OUTPUT SECURITY-REPORT.
002590     IF NOT WS-RELSEG-OK
002600         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO RELSEG."
002610         STOP RUN
002620     END-IF.
002630     MOVE WS-DATA-HOJE    TO WS-C1-DATA.
002640     MOVE WS-DATA-INICIAL TO WS-CF-INICIAL.
002650     MOVE WS-DATA-FINAL   TO WS-CF-FINAL.
002660     IF WS-FILTRO-OPERADOR = SPACES
002670         MOVE "TODOS" TO WS-CF-OPERADOR
002680     ELSE
002690         MOVE WS-FILTRO-OPERADOR TO WS-CF-OPERADOR
002700     END-IF.
002710     IF WS-FILTRO-CONTA = ZERO
002720         MOVE "TODAS" TO WS-CF-CONTA
002730     ELSE
002740         MOVE WS-FILTRO-CONTA TO WS-CF-CONTA
002750     END-IF.
002760     WRITE RELSEG-LINE FROM WS-CABECALHO-1.
002770     WRITE RELSEG-LINE FROM WS-CABECALHO-FILTRO.
002780 1000-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------
002810* 2000-LISTAR-EVENTOS
002820* LISTS THE SELECTED SECURITY LOG EVENTS IN THE ORDER THEY
002830* WERE WRITTEN AND COUNTS THE PASSWORD FAILURES PER OWNER.
002840*-----------------------------------------------------------
002850 2000-LISTAR-EVENTOS.
002860     MOVE "EVENTOS DE SEGURANCA (SECLOG)" TO WS-TS-TITULO.
002870     WRITE RELSEG-LINE FROM WS-LINHA-BRANCO.
002880     WRITE RELSEG-LINE FROM WS-TITULO-SECAO.
002890     WRITE RELSEG-LINE FROM WS-COLUNAS-EVENTO.
002900     OPEN INPUT SECURITY-LOG.
002910     IF NOT WS-SECLOG-OK
002920         MOVE "SECLOG NAO ENCONTRADO - NENHUM EVENTO REGISTRADO."
002930             TO WS-LN-TEXTO
002940         WRITE RELSEG-LINE FROM WS-LINHA-NENHUM
002950         GO TO 2000-EXIT
002960     END-IF.
002970     MOVE "N" TO WS-EOF-SW.
002980     READ SECURITY-LOG
002990         AT END
003000             SET WS-FIM-DO-ARQUIVO TO TRUE
003010     END-READ.
003020     PERFORM 2100-TRATAR-EVENTO THRU 2100-EXIT
003030         UNTIL WS-FIM-DO-ARQUIVO.
003040     CLOSE SECURITY-LOG.
003050     IF WS-QTDE-EVENTOS = ZERO
003060         MOVE "NENHUM EVENTO NO PERIODO." TO WS-LN-TEXTO
003070         WRITE RELSEG-LINE FROM WS-LINHA-NENHUM
003080     END-IF.
003090 2000-EXIT.
003100     EXIT.
003110 2100-TRATAR-EVENTO.
003120     PERFORM 2200-SELECIONAR-EVENTO THRU 2200-EXIT.
003130     IF NOT WS-SELECIONADO
003140         GO TO 2100-LER-PROXIMO
003150     END-IF.
003160     ADD 1 TO WS-QTDE-EVENTOS.
003170     PERFORM 2300-MONTAR-EVENTO THRU 2300-EXIT.
003180     WRITE RELSEG-LINE FROM WS-LINHA-EVENTO.
003190     IF SL-EVENTO-FALHA
003200         PERFORM 2400-CONTAR-FALHA THRU 2400-EXIT
003210     END-IF.
003220 2100-LER-PROXIMO.
003230     READ SECURITY-LOG
003240         AT END
003250             SET WS-FIM-DO-ARQUIVO TO TRUE
003260     END-READ.
003270 2100-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------
003300* 2200-SELECIONAR-EVENTO
003310* AN EVENT IS SELECTED WHEN ITS DATE FALLS IN THE PERIOD,
003320* THE OPERATOR FILTER MATCHES THE OPERATOR OR THE
003330* SUPERVISOR OF THE EVENT, AND THE ACCOUNT FILTER MATCHES
003340* ITS ACCOUNT.
003350*-----------------------------------------------------------
003360 2200-SELECIONAR-EVENTO.
003370     MOVE "N" TO WS-SELECIONADO-SW.
003380     IF SL-EVENT-DATE < WS-DATA-INICIAL
003390         OR SL-EVENT-DATE > WS-DATA-FINAL
003400         GO TO 2200-EXIT
003410     END-IF.
003420     IF WS-FILTRO-OPERADOR NOT = SPACES
003430         AND SL-OPERATOR-ID NOT = WS-FILTRO-OPERADOR
003440         AND SL-SUPERVISOR-ID NOT = WS-FILTRO-OPERADOR
003450         GO TO 2200-EXIT
003460     END-IF.
003470     IF WS-FILTRO-CONTA NOT = ZERO
003480         AND SL-ACCOUNT-NUMBER NOT = WS-FILTRO-CONTA
003490         GO TO 2200-EXIT
003500     END-IF.
003510     SET WS-SELECIONADO TO TRUE.
003520 2200-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------
003550* 2300-MONTAR-EVENTO
003560* FORMATS ONE EVENT LINE. THE OBSERVACAO CALLS OUT THE
003570* RELEASES DONE IN OPERMNT AND THE AUTHORIZATIONS A
003580* SUPERVISOR GAVE ON THEIR OWN SIGN-ON.
003590*-----------------------------------------------------------
003600 2300-MONTAR-EVENTO.
003610     MOVE SL-EVENT-DATE     TO WS-LEV-DATA.
003620     MOVE SL-EVENT-TIME     TO WS-LEV-HORA.
003630     MOVE SL-PROGRAM        TO WS-LEV-PROGRAMA.
003640     MOVE SL-OPERATOR-ID    TO WS-LEV-OPERADOR.
003650     MOVE SL-EVENT-TYPE     TO WS-LEV-TIPO.
003660     MOVE SL-SUPERVISOR-ID  TO WS-LEV-SUPERVISOR.
003670     MOVE SL-ACCOUNT-NUMBER TO WS-LEV-CONTA.
003680     MOVE SL-VALOR          TO WS-LEV-VALOR.
003690     MOVE SPACES            TO WS-LEV-OBSERVACAO.
003700     EVALUATE TRUE
003710         WHEN SL-OPER-NAO-CADASTRADO
003720             MOVE "SIGN-ON OPER NAO CADASTRADO"
003725                 TO WS-LEV-DESCRICAO
003730         WHEN SL-FALHA-SENHA
003740             MOVE "SIGN-ON SENHA INVALIDA" TO WS-LEV-DESCRICAO
003750         WHEN SL-FALHA-AUTORIZACAO
003760             MOVE "AUTORIZ SENHA INVALIDA" TO WS-LEV-DESCRICAO
003770         WHEN SL-TRAVAMENTO
003780             MOVE "TERCEIRA FALHA - TRAVADO" TO WS-LEV-DESCRICAO
003790         WHEN SL-RECUSA-TRAVADO
003800             MOVE "TENTATIVA COM OPER TRAVADO"
003810                 TO WS-LEV-DESCRICAO
003820         WHEN SL-ACESSO-NEGADO
003830             MOVE "SIGN-ON INATIVO/SEM PERFIL" TO WS-LEV-DESCRICAO
003840         WHEN SL-TROCA-SENHA
003850             MOVE "TROCA OBRIGATORIA EFETUADA"
003860                 TO WS-LEV-DESCRICAO
003870         WHEN SL-TROCA-RECUSADA
003880             MOVE "TROCA OBRIGATORIA RECUSADA"
003890                 TO WS-LEV-DESCRICAO
003900         WHEN SL-SENHA-PROVISORIA
003910             MOVE "SENHA PROVISORIA REGISTRADA"
003920                 TO WS-LEV-DESCRICAO
003930         WHEN SL-AUTORIZ-SAQUE
003940             MOVE "SAQUE AUTORIZADO" TO WS-LEV-DESCRICAO
003950         WHEN SL-AUTORIZ-ESTORNO
003960             MOVE "ESTORNO AUTORIZADO" TO WS-LEV-DESCRICAO
003965         WHEN SL-AUTORIZ-OUTRA-AGENCIA
003967             MOVE "ATEND OUTRA AGENCIA AUTORIZ"
003968                 TO WS-LEV-DESCRICAO
003970         WHEN SL-AUTORIZ-NEGADA
003980             MOVE "AUTORIZ NEGADA - SEM PERFIL"
003990                 TO WS-LEV-DESCRICAO
004000         WHEN SL-DESTRAVAMENTO
004010             MOVE "OPERADOR DESTRAVADO" TO WS-LEV-DESCRICAO
004020         WHEN OTHER
004030             MOVE "EVENTO NAO PREVISTO" TO WS-LEV-DESCRICAO
004040     END-EVALUATE.
004050     IF SL-DESTRAVAMENTO
004060         MOVE "** DESTRAVAMENTO NO OPERMNT" TO WS-LEV-OBSERVACAO
004070     END-IF.
004080     IF (SL-AUTORIZ-SAQUE OR SL-AUTORIZ-ESTORNO
004085         OR SL-AUTORIZ-OUTRA-AGENCIA)
004090         AND SL-SUPERVISOR-ID = SL-OPERATOR-ID
004100         MOVE "** AUTORIZOU O PROPRIO SIGN-ON"
004110             TO WS-LEV-OBSERVACAO
004120     END-IF.
004130 2300-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------
004160* 2400-CONTAR-FALHA
004170* ADDS THE FAILURE TO ITS OWNER: THE SUPERVISOR WHEN THE
004180* EVENT CAME FROM AN AUTHORIZATION, THE OPERATOR OTHERWISE.
004190*-----------------------------------------------------------
004200 2400-CONTAR-FALHA.
004210     IF SL-SUPERVISOR-ID NOT = SPACES
004220         MOVE SL-SUPERVISOR-ID TO WS-DONO-FALHA
004230     ELSE
004240         MOVE SL-OPERATOR-ID TO WS-DONO-FALHA
004250     END-IF.
004260     MOVE "N" TO WS-ACHOU-SW.
004270     SET WS-FAL-IDX TO 1.
004280     IF WS-QTDE-DONOS > ZERO
004290         SEARCH WS-FAL-OCORRENCIA
004300             AT END
004310                 CONTINUE
004320             WHEN WS-FAL-IDX > WS-QTDE-DONOS
004330                 CONTINUE
004340             WHEN WS-FAL-ID (WS-FAL-IDX) = WS-DONO-FALHA
004350                 SET WS-ACHOU TO TRUE
004360         END-SEARCH
004370     END-IF.
004380     IF NOT WS-ACHOU
004390         IF WS-QTDE-DONOS NOT < 200
004400             ADD 1 TO WS-QTDE-DONOS-EXCEDIDOS
004410             GO TO 2400-EXIT
004420         END-IF
004430         ADD 1 TO WS-QTDE-DONOS
004440         SET WS-FAL-IDX TO WS-QTDE-DONOS
004450         MOVE WS-DONO-FALHA TO WS-FAL-ID (WS-FAL-IDX)
004460         MOVE ZERO TO WS-FAL-QTDE (WS-FAL-IDX)
004470         MOVE ZERO TO WS-FAL-TRAVAS (WS-FAL-IDX)
004480         MOVE SL-EVENT-DATE TO WS-FAL-PRIMEIRA (WS-FAL-IDX)
004490     END-IF.
004500     ADD 1 TO WS-FAL-QTDE (WS-FAL-IDX).
004510     IF SL-TRAVAMENTO
004520         ADD 1 TO WS-FAL-TRAVAS (WS-FAL-IDX)
004530     END-IF.
004540     MOVE SL-EVENT-DATE TO WS-FAL-ULTIMA (WS-FAL-IDX).
004550 2400-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------
004580* 3000-LISTAR-AUDITORIA
004590* LISTS THE SELECTED ACCOUNT MAINTENANCE CHANGES FROM
004600* AUDITLOG WITH THEIR BEFORE AND AFTER VALUES.
004610*-----------------------------------------------------------
004620 3000-LISTAR-AUDITORIA.
004630     MOVE "ALTERACOES DE MANUTENCAO DE CONTAS (AUDITLOG)"
004640         TO WS-TS-TITULO.
004650     WRITE RELSEG-LINE FROM WS-LINHA-BRANCO.
004660     WRITE RELSEG-LINE FROM WS-TITULO-SECAO.
004670     WRITE RELSEG-LINE FROM WS-COLUNAS-AUDITORIA.
004680     OPEN INPUT AUDIT-LOG.
004690     IF NOT WS-AUDITLOG-OK
004700         MOVE "AUDITLOG NAO ENCONTRADO - NENHUMA ALTERACAO."
004710             TO WS-LN-TEXTO
004720         WRITE RELSEG-LINE FROM WS-LINHA-NENHUM
004730         GO TO 3000-EXIT
004740     END-IF.
004750     MOVE "N" TO WS-EOF-SW.
004760     READ AUDIT-LOG
004770         AT END
004780             SET WS-FIM-DO-ARQUIVO TO TRUE
004790     END-READ.
004800     PERFORM 3100-TRATAR-ALTERACAO THRU 3100-EXIT
004810         UNTIL WS-FIM-DO-ARQUIVO.
004820     CLOSE AUDIT-LOG.
004830     IF WS-QTDE-ALTERACOES = ZERO
004840         MOVE "NENHUMA ALTERACAO NO PERIODO." TO WS-LN-TEXTO
004850         WRITE RELSEG-LINE FROM WS-LINHA-NENHUM
004860     END-IF.
004870 3000-EXIT.
004880     EXIT.
004890 3100-TRATAR-ALTERACAO.
004900     IF AU-AUDIT-DATE < WS-DATA-INICIAL
004910         OR AU-AUDIT-DATE > WS-DATA-FINAL
004920         GO TO 3100-LER-PROXIMO
004930     END-IF.
004940     IF WS-FILTRO-OPERADOR NOT = SPACES
004950         AND AU-OPERATOR-ID NOT = WS-FILTRO-OPERADOR
004960         GO TO 3100-LER-PROXIMO
004970     END-IF.
004980     IF WS-FILTRO-CONTA NOT = ZERO
004990         AND AU-ACCOUNT-NUMBER NOT = WS-FILTRO-CONTA
005000         GO TO 3100-LER-PROXIMO
005010     END-IF.
005020     ADD 1 TO WS-QTDE-ALTERACOES.
005030     MOVE AU-AUDIT-DATE     TO WS-LAU-DATA.
005040     MOVE AU-AUDIT-TIME     TO WS-LAU-HORA.
005050     MOVE AU-ACCOUNT-NUMBER TO WS-LAU-CONTA.
005060     MOVE AU-FIELD-NAME     TO WS-LAU-CAMPO.
005070     MOVE AU-OLD-VALUE      TO WS-LAU-ANTES.
005080     MOVE AU-NEW-VALUE      TO WS-LAU-DEPOIS.
005090     MOVE AU-OPERATOR-ID    TO WS-LAU-OPERADOR.
005100     WRITE RELSEG-LINE FROM WS-LINHA-AUDITORIA.
005110 3100-LER-PROXIMO.
005120     READ AUDIT-LOG
005130         AT END
005140             SET WS-FIM-DO-ARQUIVO TO TRUE
005150     END-READ.
005160 3100-EXIT.
005170     EXIT.
005180*-----------------------------------------------------------
005190* 4000-LISTAR-OCORRENCIAS
005200* THE OCORRENCIAS OF THE PERIOD: OWNERS WITH
005210* WS-LIMITE-FALHAS OR MORE PASSWORD FAILURES, THEN A
005220* SECOND PASS OVER SECLOG FOR THE RELEASES DONE IN OPERMNT
005230* AND THE SAQUES A SUPERVISOR AUTHORIZED ON THEIR OWN
005240* SIGN-ON.
005250*-----------------------------------------------------------
005260 4000-LISTAR-OCORRENCIAS.
005270     MOVE "OCORRENCIAS - FALHAS DE SENHA REPETIDAS"
005280         TO WS-TS-TITULO.
005290     WRITE RELSEG-LINE FROM WS-LINHA-BRANCO.
005300     WRITE RELSEG-LINE FROM WS-TITULO-SECAO.
005310     WRITE RELSEG-LINE FROM WS-COLUNAS-FALHAS.
005320     PERFORM 4100-IMPRIMIR-FALHAS THRU 4100-EXIT
005330         VARYING WS-IND FROM 1 BY 1
005340         UNTIL WS-IND > WS-QTDE-DONOS.
005350     IF WS-QTDE-REPETIDAS = ZERO
005360         MOVE "NENHUMA OCORRENCIA." TO WS-LN-TEXTO
005370         WRITE RELSEG-LINE FROM WS-LINHA-NENHUM
005380     END-IF.
005390     IF WS-QTDE-DONOS-EXCEDIDOS > ZERO
005400         MOVE "TABELA DE OPERADORES CHEIA - FALHAS NAO CONTADAS."
005410             TO WS-LN-TEXTO
005420         WRITE RELSEG-LINE FROM WS-LINHA-NENHUM
005430     END-IF.
005440     OPEN INPUT SECURITY-LOG.
005450     IF NOT WS-SECLOG-OK
005460         GO TO 4000-EXIT
005470     END-IF.
005480     MOVE "OCORRENCIAS - DESTRAVAMENTOS E AUTO-AUTORIZACOES"
005490         TO WS-TS-TITULO.
005500     WRITE RELSEG-LINE FROM WS-LINHA-BRANCO.
005510     WRITE RELSEG-LINE FROM WS-TITULO-SECAO.
005520     WRITE RELSEG-LINE FROM WS-COLUNAS-EVENTO.
005530     MOVE "N" TO WS-EOF-SW.
005540     READ SECURITY-LOG
005550         AT END
005560             SET WS-FIM-DO-ARQUIVO TO TRUE
005570     END-READ.
005580     PERFORM 4200-TRATAR-OCORRENCIA THRU 4200-EXIT
005590         UNTIL WS-FIM-DO-ARQUIVO.
005600     CLOSE SECURITY-LOG.
005610     IF WS-QTDE-DESTRAVAMENTOS = ZERO
005620         AND WS-QTDE-AUTO-SAQUES = ZERO
005630         MOVE "NENHUMA OCORRENCIA." TO WS-LN-TEXTO
005640         WRITE RELSEG-LINE FROM WS-LINHA-NENHUM
005650     END-IF.
005660 4000-EXIT.
005670     EXIT.
005680 4100-IMPRIMIR-FALHAS.
005690     SET WS-FAL-IDX TO WS-IND.
005700     IF WS-FAL-QTDE (WS-FAL-IDX) < WS-LIMITE-FALHAS
005710         GO TO 4100-EXIT
005720     END-IF.
005730     ADD 1 TO WS-QTDE-REPETIDAS.
005740     MOVE WS-FAL-ID (WS-FAL-IDX)       TO WS-LFA-ID.
005750     MOVE WS-FAL-QTDE (WS-FAL-IDX)     TO WS-LFA-QTDE.
005760     MOVE WS-FAL-TRAVAS (WS-FAL-IDX)   TO WS-LFA-TRAVAS.
005770     MOVE WS-FAL-PRIMEIRA (WS-FAL-IDX) TO WS-LFA-PRIMEIRA.
005780     MOVE WS-FAL-ULTIMA (WS-FAL-IDX)   TO WS-LFA-ULTIMA.
005790     WRITE RELSEG-LINE FROM WS-LINHA-FALHAS.
005800 4100-EXIT.
005810     EXIT.
005820 4200-TRATAR-OCORRENCIA.
005830     PERFORM 2200-SELECIONAR-EVENTO THRU 2200-EXIT.
005840     IF NOT WS-SELECIONADO
005850         GO TO 4200-LER-PROXIMO
005860     END-IF.
005870     IF SL-DESTRAVAMENTO
005880         AND SL-PROGRAM = "OPERMNT"
005890         ADD 1 TO WS-QTDE-DESTRAVAMENTOS
005900         PERFORM 2300-MONTAR-EVENTO THRU 2300-EXIT
005910         WRITE RELSEG-LINE FROM WS-LINHA-EVENTO
005920         GO TO 4200-LER-PROXIMO
005930     END-IF.
005940     IF SL-AUTORIZ-SAQUE
005950         AND SL-SUPERVISOR-ID = SL-OPERATOR-ID
005960         ADD 1 TO WS-QTDE-AUTO-SAQUES
005970         PERFORM 2300-MONTAR-EVENTO THRU 2300-EXIT
005980         WRITE RELSEG-LINE FROM WS-LINHA-EVENTO
005990     END-IF.
006000 4200-LER-PROXIMO.
006010     READ SECURITY-LOG
006020         AT END
006030             SET WS-FIM-DO-ARQUIVO TO TRUE
006040     END-READ.
006050 4200-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------
006080* 8000-IMPRIMIR-RESUMO
006090* PRINTS THE TOTALS OF THE REPORT.
006100*-----------------------------------------------------------
006110 8000-IMPRIMIR-RESUMO.
006120     WRITE RELSEG-LINE FROM WS-LINHA-BRANCO.
006130     MOVE "EVENTOS DE SEGURANCA LISTADOS:" TO WS-LR-TEXTO.
006140     MOVE WS-QTDE-EVENTOS TO WS-LR-QTDE.
006150     WRITE RELSEG-LINE FROM WS-LINHA-RESUMO.
006160     MOVE "ALTERACOES DE MANUTENCAO LISTADAS:" TO WS-LR-TEXTO.
006170     MOVE WS-QTDE-ALTERACOES TO WS-LR-QTDE.
006180     WRITE RELSEG-LINE FROM WS-LINHA-RESUMO.
006190     MOVE "OPERADORES COM FALHAS REPETIDAS:" TO WS-LR-TEXTO.
006200     MOVE WS-QTDE-REPETIDAS TO WS-LR-QTDE.
006210     WRITE RELSEG-LINE FROM WS-LINHA-RESUMO.
006220     MOVE "DESTRAVAMENTOS NO OPERMNT:" TO WS-LR-TEXTO.
006230     MOVE WS-QTDE-DESTRAVAMENTOS TO WS-LR-QTDE.
006240     WRITE RELSEG-LINE FROM WS-LINHA-RESUMO.
006250     MOVE "SAQUES AUTORIZADOS NO PROPRIO SIGN-ON:"
006260         TO WS-LR-TEXTO.
006270     MOVE WS-QTDE-AUTO-SAQUES TO WS-LR-QTDE.
006280     WRITE RELSEG-LINE FROM WS-LINHA-RESUMO.
006290 8000-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------
006320* 9000-FINALIZE
006330* CLOSES THE REPORT AND DISPLAYS THE RUN SUMMARY.
006340*-----------------------------------------------------------
006350 9000-FINALIZE.
006360     CLOSE SECURITY-REPORT.
006370     DISPLAY "RELSEG - EVENTOS LISTADOS      : " WS-QTDE-EVENTOS.
006380     DISPLAY "RELSEG - ALTERACOES LISTADAS   : "
006390         WS-QTDE-ALTERACOES.
006400     DISPLAY "RELSEG - FALHAS REPETIDAS      : "
006410         WS-QTDE-REPETIDAS.
006420     DISPLAY "RELSEG - DESTRAVAMENTOS        : "
006430         WS-QTDE-DESTRAVAMENTOS.
006440     DISPLAY "RELSEG - AUTO-AUTORIZACOES     : "
006450         WS-QTDE-AUTO-SAQUES.
006460 9000-EXIT.
006470     EXIT.
006480 END PROGRAM RELSEG.
