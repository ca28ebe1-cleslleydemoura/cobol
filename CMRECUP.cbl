000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CMRECUP.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - CUSTMAST FORWARD
000120*                  RECOVERY. RESTORES THE MASTER FROM A
000130*                  CMSNAP SNAPSHOT (THE LATEST ONE NAMED
000140*                  ON THE CMSNAPC CONTROL CARD, OR THE ONE
000150*                  OF A PROMPTED DATE) AND REPLAYS EVERY
000160*                  TRANJRNL MOVEMENT POSTED AFTER IT, BY
000170*                  TJ-TRANS-TYPE AND TJ-TRANS-AMOUNT, TO
000180*                  BRING CM-BALANCE BACK TO THE POINT OF
000190*                  FAILURE. THE SNAPSHOT MUST AGREE WITH
000200*                  ITS OWN TRAILER (COUNT AND BALANCE
000210*                  HASH) AND ITS JOURNAL MARK MUST BE
000220*                  FOUND - ON TRANJRNL, OR ON THE TJARCH
000230*                  ARCHIVE WHEN A MONTH-END CUTOVER RAN
000240*                  SINCE - BEFORE THE CURRENT MASTER IS
000250*                  TOUCHED, AND THE OPERATOR CONFIRMS THE
000260*                  REPLACEMENT. JR, TA AND THE CUSTOMER-
000270*                  INITIATED MOVEMENTS ALSO RESTORE THE
000280*                  INTEREST, TARIFF AND ACTIVITY DATES THE
000290*                  POSTING PROGRAMS STAMP, SO JUROS AND
000300*                  TARBAT KEEP THEIR RE-RUN PROTECTION.
000310*                  EVERY ACCOUNT IS THEN CHECKED AGAINST
000320*                  THE LAST TJ-RESULTING-BALANCE SEEN ON
000330*                  THE JOURNAL AND THE CMRECRPT EXCEPTION
000340*                  REPORT LISTS EACH ONE THAT DISAGREES,
000350*                  AND EACH MOVEMENT WHOSE ACCOUNT IS NOT
000360*                  ON THE SNAPSHOT. THE RUN STARTS FROM THE
000370*                  SNAPSHOT EVERY TIME, SO AN INTERRUPTED
000380*                  RECOVERY IS SIMPLY RUN AGAIN.
000382* 2026-10-15 CDM   PAYROLL DEBITS OF THE EMPLOYER (FD)
000384*                  REPLAY AS DEBITS; SALARY CREDITS (FP)
000386*                  AS CREDITS.
000387* 2026-10-15 CDM   SNAPSHOT MARK AND MASTER RECORD WIDENED
000388*                  FOR THE BRANCH FIELDS ON TRANJRNL (52
000389*                  BYTES) AND CUSTMAST (105 BYTES).
000390* 2026-10-15 CDM   TRANJRNL AND THE TJARCH ARCHIVES ARE
000391*                  INDEXED AND READ IN THEIR PRIME KEY
000392*                  (POSTING) ORDER. THE SNAPSHOT MARK IS NOW
000393*                  THE 62-BYTE RECORD IMAGE.
000394*-----------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SNAPSHOT-CONTROL ASSIGN TO "CMSNAPC"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CMSNAPC-STATUS.
000460     SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-NOME-INSTANTANEO
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CMSNAP-STATUS.
000490     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS CS-ACCOUNT-NUMBER
000530         ALTERNATE RECORD KEY IS CS-CUSTOMER-CPF
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-CUSTMAST-STATUS.
000560     SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC WS-NOME-JORNAL
000564         ORGANIZATION IS INDEXED
000568         ACCESS MODE IS SEQUENTIAL
000572         RECORD KEY IS TJ-SEQUENCIA
000576         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000580         FILE STATUS IS WS-TRANJRNL-STATUS.
000590     SELECT RECOVERY-REPORT ASSIGN TO "CMRECRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CMRECRPT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  SNAPSHOT-CONTROL
000660     LABEL RECORDS ARE STANDARD.
000670 01  CMSNAPC-RECORD.
000680     05  SC-NOME-INSTANTANEO      PIC X(15).
000690     05  SC-DATA-MOVTO            PIC 9(08).
000700     05  SC-DATA-GERACAO          PIC 9(08).
000710     05  SC-HORA-GERACAO          PIC 9(06).
000720     05  SC-QTDE-CONTAS           PIC 9(09).
000730 FD  SNAPSHOT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750     COPY CMSNAP.
000760*-----------------------------------------------------------
000770* THE MASTER IS ONLY WRITTEN HERE, FROM THE CUSTMAST-RECORD
000780* WORK AREA. THE RECORD NAMES JUST THE TWO KEYS, IN THEIR
000790* CUSTMAST POSITIONS, SO THE FILE IS REBUILT WITH BOTH THE
000800* ACCOUNT KEY AND THE CPF ALTERNATE KEY.
000810*-----------------------------------------------------------
000820 FD  CUSTOMER-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840 01  CUSTMAST-SAIDA.
000850     05  CS-ACCOUNT-NUMBER        PIC 9(08).
000860     05  FILLER                   PIC X(30).
000870     05  CS-CUSTOMER-CPF          PIC 9(11).
000880     05  FILLER                   PIC X(56).
000890 FD  TRANSACTION-JOURNAL
000900     LABEL RECORDS ARE STANDARD.
000910     COPY TRANJRNL.
000920 FD  RECOVERY-REPORT
000930     LABEL RECORDS ARE STANDARD.
000940 01  CMRECRPT-LINE            PIC X(80).
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-FILE-STATUSES.
000980     05  WS-CMSNAPC-STATUS        PIC X(02).
000990         88  WS-CMSNAPC-OK               VALUE "00".
001000     05  WS-CMSNAP-STATUS         PIC X(02).
001010         88  WS-CMSNAP-OK                VALUE "00".
001020     05  WS-CUSTMAST-STATUS       PIC X(02).
001030         88  WS-CUSTMAST-OK              VALUE "00".
001040     05  WS-TRANJRNL-STATUS       PIC X(02).
001050         88  WS-TRANJRNL-OK              VALUE "00".
001060         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001070     05  WS-CMRECRPT-STATUS       PIC X(02).
001080         88  WS-CMRECRPT-OK              VALUE "00".
001090 01  WS-SWITCHES.
001100     05  WS-EOF-SW                PIC X(01) VALUE "N".
001110         88  WS-FIM-DO-JORNAL            VALUE "S".
001120     05  WS-EOF-INSTANTANEO-SW    PIC X(01) VALUE "N".
001130         88  WS-FIM-DO-INSTANTANEO       VALUE "S".
001140     05  WS-TRAILER-SW            PIC X(01) VALUE "N".
001150         88  WS-TRAILER-LIDO             VALUE "S".
001160     05  WS-MARCA-SW              PIC X(01) VALUE "N".
001170         88  WS-MARCA-ACHADA             VALUE "S".
001180     05  WS-ARQUIVO-AUSENTE-SW    PIC X(01) VALUE "N".
001190         88  WS-ARQUIVO-AUSENTE          VALUE "S".
001200     05  WS-CONTA-SW              PIC X(01) VALUE "N".
001210         88  WS-CONTA-ACHADA             VALUE "S".
001220     05  WS-RESP-SW               PIC X(01) VALUE "N".
001230         88  WS-RESP-SIM                 VALUE "S" "s".
001240*-----------------------------------------------------------
001250* WORK VIEW OF THE ACCOUNT CARRIED ON A SNAPSHOT DETAIL,
001260* AND OF THE RECORD WRITTEN BACK TO THE MASTER.
001270*-----------------------------------------------------------
001280     COPY CUSTMAST.
001290*-----------------------------------------------------------
001300* WALL-CLOCK DATE/TIME AND THE SNAPSHOT BEING RESTORED:
001310* THE LATEST ONE ON CMSNAPC OR THE ONE OF A PROMPTED DATE.
001320*-----------------------------------------------------------
001330 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001340 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001350 77  WS-DATA-INSTANTANEO      PIC 9(08) VALUE ZERO.
001360 01  WS-NOME-INSTANTANEO-AREA.
001370     05  WS-NOME-INSTANTANEO      PIC X(15) VALUE SPACES.
001380     05  WS-NOME-INST-R REDEFINES WS-NOME-INSTANTANEO.
001390         10  WS-NI-PREFIXO        PIC X(07).
001400         10  WS-NI-AAAAMMDD       PIC 9(08).
001410*-----------------------------------------------------------
001420* SNAPSHOT HEADER: ITS DATES AND THE JOURNAL MARK (RECORD
001430* COUNT AND IMAGE OF THE LAST MOVEMENT AT THE TIME).
001440*-----------------------------------------------------------
001450 77  WS-SNAP-DATA-MOVTO       PIC 9(08) VALUE ZERO.
001460 77  WS-SNAP-DATA-GERACAO     PIC 9(08) VALUE ZERO.
001470 77  WS-SNAP-HORA-GERACAO     PIC 9(06) VALUE ZERO.
001480 77  WS-SNAP-QTDE-JORNAL      PIC 9(09) COMP VALUE ZERO.
001490 77  WS-SNAP-ULTIMO-MOVTO     PIC X(62) VALUE SPACES.
001500 77  WS-HASH-CALCULADO        PIC S9(13)V99 VALUE ZERO.
001510 77  WS-TRAILER-QTDE          PIC 9(09) VALUE ZERO.
001520 77  WS-TRAILER-HASH          PIC S9(13)V99 VALUE ZERO.
001530 77  WS-CONTA-ANTERIOR        PIC 9(08) VALUE ZERO.
001540*-----------------------------------------------------------
001550* NAME OF THE JOURNAL BEING READ: TRANJRNL, OR THE TJARCH
001560* ARCHIVE OF THE CUTOVER THAT RAN SINCE THE SNAPSHOT.
001570*-----------------------------------------------------------
001580 01  WS-NOME-JORNAL-AREA.
001590     05  WS-NOME-JORNAL           PIC X(13) VALUE "TRANJRNL".
001600     05  WS-NOME-JORNAL-R REDEFINES WS-NOME-JORNAL.
001610         10  FILLER               PIC X(07).
001620         10  WS-NJ-AAAAMM         PIC 9(06).
001630 77  WS-NOME-ARQUIVO-MORTO    PIC X(13) VALUE SPACES.
001640 01  WS-PRIMEIRA-DATA-AREA.
001650     05  WS-PRIMEIRA-DATA         PIC 9(08) VALUE ZERO.
001660     05  WS-PRIMEIRA-DATA-R REDEFINES WS-PRIMEIRA-DATA.
001670         10  WS-PRIMEIRA-AAAAMM   PIC 9(06).
001680         10  WS-PRIMEIRA-DD       PIC 9(02).
001690 77  WS-PRIMEIRO-TIPO         PIC X(02) VALUE SPACES.
001700*-----------------------------------------------------------
001710* WHERE THE REPLAY STARTS. FONTE: "N" = THE SNAPSHOT WAS
001720* TAKEN ON AN EMPTY JOURNAL, EVERY TRANJRNL MOVEMENT IS
001730* REPLAYED; "J" = THE MARK IS ON TRANJRNL; "A" = THE MARK
001740* IS ON THE ARCHIVE, WHOSE LATER MOVEMENTS ARE REPLAYED
001750* BEFORE TRANJRNL. POSICAO IS THE MARKS RECORD NUMBER.
001760*-----------------------------------------------------------
001770 77  WS-FONTE-MARCA           PIC X(01) VALUE "N".
001780     88  WS-MARCA-NO-JORNAL          VALUE "J".
001790     88  WS-MARCA-NO-ARQUIVO         VALUE "A".
001800 77  WS-POSICAO-MARCA         PIC 9(09) COMP VALUE ZERO.
001810 77  WS-POSICAO-LEITURA       PIC 9(09) COMP VALUE ZERO.
001820 77  WS-PULAR                 PIC 9(09) COMP VALUE ZERO.
001830*-----------------------------------------------------------
001840* ONE ENTRY PER SNAPSHOT ACCOUNT, IN ACCOUNT ORDER: THE
001850* BALANCE AND DATES BEING REBUILT AND THE LAST RESULTING
001860* BALANCE SEEN FOR THE ACCOUNT ON THE JOURNAL.
001870*-----------------------------------------------------------
001880 01  WS-QTDE-CONTAS           PIC 9(05) COMP VALUE ZERO.
001890 01  WS-TABELA-CONTAS.
001900     05  WS-CTA-OCORRENCIA OCCURS 1 TO 5000 TIMES
001910             DEPENDING ON WS-QTDE-CONTAS
001920             ASCENDING KEY IS WS-CTA-CONTA
001930             INDEXED BY WS-CTA-IDX.
001940         10  WS-CTA-CONTA          PIC 9(08).
001950         10  WS-CTA-SALDO          PIC S9(10)V99 COMP-3.
001960         10  WS-CTA-ULT-ATIVIDADE  PIC 9(08).
001970         10  WS-CTA-ULT-JUROS      PIC 9(08).
001980         10  WS-CTA-ULT-TARIFA     PIC 9(08).
001990         10  WS-CTA-SALDO-JORNAL   PIC S9(10)V99 COMP-3.
002000         10  WS-CTA-NO-JORNAL      PIC X(01).
002010         10  WS-CTA-QTDE-REAPLIC   PIC 9(05) COMP.
002020*-----------------------------------------------------------
002030* RUN COUNTERS
002040*-----------------------------------------------------------
002050 77  WS-QTDE-LIDOS            PIC 9(09) COMP VALUE ZERO.
002060 77  WS-QTDE-REAPLICADOS      PIC 9(09) COMP VALUE ZERO.
002070 77  WS-QTDE-SEM-CONTA        PIC 9(07) COMP VALUE ZERO.
002080 77  WS-QTDE-GRAVADAS         PIC 9(07) COMP VALUE ZERO.
002090 77  WS-QTDE-CONFERIDAS       PIC 9(07) COMP VALUE ZERO.
002100 77  WS-QTDE-DIVERGENTES      PIC 9(07) COMP VALUE ZERO.
002110*-----------------------------------------------------------
002120* EXCEPTION REPORT LINE LAYOUTS (CMRECRPT)
002130*-----------------------------------------------------------
002140 01  WS-CABECALHO-1.
002150     05  FILLER                   PIC X(10) VALUE SPACES.
002160     05  FILLER                   PIC X(48)
002170         VALUE "BANCO DMOURA - RECUPERACAO DO CADASTRO".
002180 01  WS-CABECALHO-2.
002190     05  FILLER                   PIC X(13) VALUE "INSTANTANEO: ".
002200     05  WS-CAB-INSTANTANEO       PIC X(15).
002210     05  FILLER                   PIC X(10) VALUE "  GERADO: ".
002220     05  WS-CAB-GERACAO           PIC 9(08).
002230     05  FILLER                   PIC X(01) VALUE SPACE.
002240     05  WS-CAB-HORA              PIC 9(06).
002250     05  FILLER                   PIC X(12) VALUE "  RECUPERADO".
002260     05  FILLER                   PIC X(05) VALUE " EM: ".
002270     05  WS-CAB-DATA              PIC 9(08).
002280 01  WS-CABECALHO-3.
002290     05  FILLER                   PIC X(24)
002300         VALUE "REAPLICADO A PARTIR DE: ".
002310     05  WS-CAB-FONTE             PIC X(13).
002320     05  FILLER                   PIC X(18)
002330         VALUE " APOS O REGISTRO ".
002340     05  WS-CAB-POSICAO           PIC ZZZ,ZZZ,ZZ9.
002350 01  WS-CABECALHO-4.
002360     05  FILLER                   PIC X(10) VALUE "CONTA".
002370     05  FILLER                   PIC X(20)
002380         VALUE "  SALDO RECUPERADO".
002390     05  FILLER                   PIC X(20)
002400         VALUE "   SALDO NO JORNAL".
002410     05  FILLER                   PIC X(10) VALUE "OCORRENCIA".
002420 01  WS-LINHA-DIVERGENCIA.
002430     05  WS-LD-CONTA              PIC 9(08).
002440     05  FILLER                   PIC X(02) VALUE SPACES.
002450     05  WS-LD-SALDO              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002460     05  FILLER                   PIC X(02) VALUE SPACES.
002470     05  WS-LD-SALDO-JORNAL       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002480     05  FILLER                   PIC X(02) VALUE SPACES.
002490     05  WS-LD-TEXTO              PIC X(30).
002500 01  WS-LINHA-SEM-CONTA.
002510     05  WS-LS-CONTA              PIC 9(08).
002520     05  FILLER                   PIC X(02) VALUE SPACES.
002530     05  WS-LS-DATA               PIC 9(08).
002540     05  FILLER                   PIC X(01) VALUE SPACE.
002550     05  WS-LS-HORA               PIC 9(06).
002560     05  FILLER                   PIC X(01) VALUE SPACE.
002570     05  WS-LS-TIPO               PIC X(02).
002580     05  FILLER                   PIC X(01) VALUE SPACE.
002590     05  WS-LS-VALOR              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002610     05  FILLER                   PIC X(30)
002620         VALUE "CONTA FORA DO INSTANTANEO".
002630 01  WS-LINHA-TOTAL.
002640     05  WS-LT-DESCRICAO          PIC X(34).
002650     05  WS-LT-QTDE               PIC ZZZ,ZZZ,ZZ9.
002660 01  WS-LINHA-BRANCO              PIC X(80) VALUE SPACES.
002670
002680 PROCEDURE DIVISION.
002690*-----------------------------------------------------------
002700* 0000-MAINLINE
002710* CHECKS THE SNAPSHOT AND FINDS ITS JOURNAL MARK, AND ONLY
002720* THEN, ON THE OPERATORS CONFIRMATION, REPLAYS THE
002730* MOVEMENTS, REBUILDS THE MASTER AND CHECKS EVERY BALANCE
002740* AGAINST THE JOURNAL.
002750*-----------------------------------------------------------
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 1100-CONFERIR-INSTANTANEO THRU 1100-EXIT.
002790     PERFORM 1200-LOCALIZAR-MARCA THRU 1200-EXIT.
002800     PERFORM 1300-CONFIRMAR THRU 1300-EXIT.
002810     PERFORM 2000-REAPLICAR-JORNAL THRU 2000-EXIT.
002820     PERFORM 3000-RESTAURAR-CADASTRO THRU 3000-EXIT.
002830     PERFORM 4000-CONFERIR-SALDO THRU 4000-EXIT
002840         VARYING WS-CTA-IDX FROM 1 BY 1
002850         UNTIL WS-CTA-IDX > WS-QTDE-CONTAS.
002860     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
002870     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002880     STOP RUN.
002890*-----------------------------------------------------------
002900* 1000-INITIALIZE
002910* NAMES THE SNAPSHOT TO RESTORE: ZEROS TAKE THE LATEST ONE
002920* RECORDED ON CMSNAPC, A DATE TAKES CMSNAP.AAAAMMDD.
002930*-----------------------------------------------------------
002940 1000-INITIALIZE.
002950     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002960     ACCEPT WS-HORA-ATUAL FROM TIME.
002970     DISPLAY "==============================================".
002980     DISPLAY "     BANCO DMOURA - RECUPERACAO DO CUSTMAST   ".
002990     DISPLAY "==============================================".
003000     DISPLAY "DATA DO INSTANTANEO (AAAAMMDD, ZEROS = ULTIMO "
003010         "GERADO): ".
003020     ACCEPT WS-DATA-INSTANTANEO.
003030     IF WS-DATA-INSTANTANEO IS NOT NUMERIC
003040         MOVE ZERO TO WS-DATA-INSTANTANEO
003050     END-IF.
003060     IF WS-DATA-INSTANTANEO NOT = ZERO
003070         MOVE "CMSNAP."           TO WS-NI-PREFIXO
003080         MOVE WS-DATA-INSTANTANEO TO WS-NI-AAAAMMDD
003090         GO TO 1000-EXIT
003100     END-IF.
003110     OPEN INPUT SNAPSHOT-CONTROL.
003120     IF NOT WS-CMSNAPC-OK
003130         DISPLAY "CMSNAPC NAO ENCONTRADO - INFORME A DATA DO "
003140             "INSTANTANEO. RECUPERACAO ABORTADA."
003150         STOP RUN
003160     END-IF.
003170     READ SNAPSHOT-CONTROL
003180         AT END
003190             MOVE SPACES TO SC-NOME-INSTANTANEO
003200     END-READ.
003210     MOVE SC-NOME-INSTANTANEO TO WS-NOME-INSTANTANEO.
003220     CLOSE SNAPSHOT-CONTROL.
003225     IF WS-NOME-INSTANTANEO = SPACES
003230         DISPLAY "CMSNAPC VAZIO - INFORME A DATA DO "
003240             "INSTANTANEO. RECUPERACAO ABORTADA."
003250         STOP RUN
003260     END-IF.
003280 1000-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------
003310* 1100-CONFERIR-INSTANTANEO
003320* READS THE WHOLE SNAPSHOT INTO THE ACCOUNT TABLE AND
003330* PROVES IT: HEADER FIRST, DETAILS IN ASCENDING ACCOUNT
003340* ORDER, AND A TRAILER WHOSE COUNT AND BALANCE HASH AGREE
003350* WITH THE DETAILS. A SNAPSHOT THAT FAILS ANY OF THESE IS
003360* NOT USED AND THE MASTER IS LEFT AS IT IS.
003370*-----------------------------------------------------------
003380 1100-CONFERIR-INSTANTANEO.
003390     OPEN INPUT SNAPSHOT-FILE.
003400     IF NOT WS-CMSNAP-OK
003410         DISPLAY "INSTANTANEO " WS-NOME-INSTANTANEO
003420             " NAO ENCONTRADO. RECUPERACAO ABORTADA."
003430         STOP RUN
003440     END-IF.
003450     READ SNAPSHOT-FILE
003460         AT END
003470             MOVE SPACE TO SN-TIPO-REG
003480     END-READ.
003490     IF NOT SN-HEADER
003500         DISPLAY "INSTANTANEO " WS-NOME-INSTANTANEO
003510             " SEM REGISTRO HEADER. RECUPERACAO ABORTADA."
003520         CLOSE SNAPSHOT-FILE
003530         STOP RUN
003540     END-IF.
003550     MOVE SN-DATA-MOVTO       TO WS-SNAP-DATA-MOVTO.
003560     MOVE SN-DATA-GERACAO     TO WS-SNAP-DATA-GERACAO.
003570     MOVE SN-HORA-GERACAO     TO WS-SNAP-HORA-GERACAO.
003580     MOVE SN-QTDE-JORNAL      TO WS-SNAP-QTDE-JORNAL.
003590     MOVE SN-ULTIMO-MOVTO     TO WS-SNAP-ULTIMO-MOVTO.
003600     READ SNAPSHOT-FILE
003610         AT END
003620             SET WS-FIM-DO-INSTANTANEO TO TRUE
003630     END-READ.
003640     PERFORM 1110-CARREGAR-CONTA THRU 1110-EXIT
003650         UNTIL WS-FIM-DO-INSTANTANEO
003660         OR WS-TRAILER-LIDO.
003670     CLOSE SNAPSHOT-FILE.
003680     IF NOT WS-TRAILER-LIDO
003690         DISPLAY "INSTANTANEO " WS-NOME-INSTANTANEO
003700             " SEM TRAILER (COPIA INCOMPLETA)."
003710         DISPLAY "RECUPERACAO ABORTADA."
003720         STOP RUN
003730     END-IF.
003740     IF WS-TRAILER-QTDE NOT = WS-QTDE-CONTAS
003750         OR WS-TRAILER-HASH NOT = WS-HASH-CALCULADO
003760         DISPLAY "INSTANTANEO " WS-NOME-INSTANTANEO
003770             " NAO CONFERE COM O SEU TRAILER."
003780         DISPLAY "TRAILER: " WS-TRAILER-QTDE " CONTAS, HASH "
003790             WS-TRAILER-HASH
003800         DISPLAY "LIDO   : " WS-QTDE-CONTAS " CONTAS, HASH "
003810             WS-HASH-CALCULADO
003820         DISPLAY "RECUPERACAO ABORTADA."
003830         STOP RUN
003840     END-IF.
003850 1100-EXIT.
003860     EXIT.
003870 1110-CARREGAR-CONTA.
003880     IF SN-TRAILER
003890         MOVE SN-QTDE-CONTAS TO WS-TRAILER-QTDE
003900         MOVE SN-HASH-SALDOS TO WS-TRAILER-HASH
003910         SET WS-TRAILER-LIDO TO TRUE
003920         GO TO 1110-EXIT
003930     END-IF.
003940     IF NOT SN-DETALHE
003950         DISPLAY "REGISTRO INVALIDO NO INSTANTANEO "
003960             WS-NOME-INSTANTANEO ". RECUPERACAO ABORTADA."
003970         CLOSE SNAPSHOT-FILE
003980         STOP RUN
003990     END-IF.
004000     MOVE SN-DADOS TO CUSTMAST-RECORD.
004010     IF WS-QTDE-CONTAS > ZERO
004020         AND CM-ACCOUNT-NUMBER NOT > WS-CONTA-ANTERIOR
004030         DISPLAY "INSTANTANEO FORA DE ORDEM NA CONTA "
004040             CM-ACCOUNT-NUMBER ". RECUPERACAO ABORTADA."
004050         CLOSE SNAPSHOT-FILE
004060         STOP RUN
004070     END-IF.
004080     IF WS-QTDE-CONTAS NOT < 5000
004090         DISPLAY "MAIS DE 5000 CONTAS NO INSTANTANEO. "
004100             "RECUPERACAO ABORTADA."
004110         CLOSE SNAPSHOT-FILE
004120         STOP RUN
004130     END-IF.
004140     ADD 1 TO WS-QTDE-CONTAS.
004150     SET WS-CTA-IDX TO WS-QTDE-CONTAS.
004160     MOVE CM-ACCOUNT-NUMBER     TO WS-CTA-CONTA (WS-CTA-IDX).
004170     MOVE CM-BALANCE            TO WS-CTA-SALDO (WS-CTA-IDX).
004180     MOVE CM-LAST-ACTIVITY-DATE
004190         TO WS-CTA-ULT-ATIVIDADE (WS-CTA-IDX).
004200     MOVE CM-LAST-INTEREST-DATE TO WS-CTA-ULT-JUROS (WS-CTA-IDX).
004210     MOVE CM-LAST-TARIFF-DATE   TO WS-CTA-ULT-TARIFA (WS-CTA-IDX).
004220     MOVE ZERO   TO WS-CTA-SALDO-JORNAL (WS-CTA-IDX).
004230     MOVE "N"    TO WS-CTA-NO-JORNAL (WS-CTA-IDX).
004240     MOVE ZERO   TO WS-CTA-QTDE-REAPLIC (WS-CTA-IDX).
004250     ADD CM-BALANCE TO WS-HASH-CALCULADO.
004260     MOVE CM-ACCOUNT-NUMBER TO WS-CONTA-ANTERIOR.
004270     READ SNAPSHOT-FILE
004280         AT END
004290             SET WS-FIM-DO-INSTANTANEO TO TRUE
004300     END-READ.
004310 1110-EXIT.
004320     EXIT.
004330*-----------------------------------------------------------
004340* 1200-LOCALIZAR-MARCA
004350* FINDS THE LAST MOVEMENT THE SNAPSHOT ALREADY REFLECTS.
004360* NORMALLY IT IS STILL ON TRANJRNL. WHEN A MONTH-END
004370* CUTOVER RAN SINCE, TRANJRNL OPENS WITH SA RECORDS DATED
004380* ON THE CLOSING DATE AND THE MARK WENT TO THAT MONTHS
004390* TJARCH ARCHIVE. A MARK FOUND NOWHERE MEANS THE SNAPSHOT
004400* IS TOO OLD FOR THE JOURNAL AT HAND AND NOTHING IS DONE.
004410*-----------------------------------------------------------
004420 1200-LOCALIZAR-MARCA.
004430     MOVE "N" TO WS-FONTE-MARCA.
004440     IF WS-SNAP-QTDE-JORNAL = ZERO
004450         DISPLAY "INSTANTANEO TOMADO COM O JORNAL VAZIO - "
004460             "TODO O TRANJRNL SERA REAPLICADO."
004470         GO TO 1200-EXIT
004480     END-IF.
004490     MOVE "TRANJRNL" TO WS-NOME-JORNAL.
004500     PERFORM 1210-PROCURAR-MARCA THRU 1210-EXIT.
004510     IF WS-ARQUIVO-AUSENTE
004520         DISPLAY "TRANJRNL NAO ENCONTRADO. RECUPERACAO "
004530             "ABORTADA."
004540         STOP RUN
004550     END-IF.
004560     IF WS-MARCA-ACHADA
004570         MOVE "J" TO WS-FONTE-MARCA
004580         GO TO 1200-EXIT
004590     END-IF.
004600     IF WS-PRIMEIRO-TIPO = "SA"
004610         MOVE "TJARCH.      "   TO WS-NOME-JORNAL
004620         MOVE WS-PRIMEIRA-AAAAMM TO WS-NJ-AAAAMM
004630         MOVE WS-NOME-JORNAL    TO WS-NOME-ARQUIVO-MORTO
004640         PERFORM 1210-PROCURAR-MARCA THRU 1210-EXIT
004650         IF WS-MARCA-ACHADA
004660             MOVE "A" TO WS-FONTE-MARCA
004670             GO TO 1200-EXIT
004680         END-IF
004690     END-IF.
004700     DISPLAY "O ULTIMO MOVIMENTO REFLETIDO NO INSTANTANEO "
004710         WS-NOME-INSTANTANEO.
004720     DISPLAY "NAO FOI LOCALIZADO NO TRANJRNL NEM NO ARQUIVO "
004730         "MORTO DO ULTIMO CORTE.".
004740     DISPLAY "USE UM INSTANTANEO MAIS RECENTE. RECUPERACAO "
004750         "ABORTADA.".
004760     STOP RUN.
004770 1200-EXIT.
004780     EXIT.
004790*-----------------------------------------------------------
004800* 1210-PROCURAR-MARCA
004810* SCANS THE JOURNAL NAMED IN WS-NOME-JORNAL FOR THE MARK.
004820* A MOVEMENT IS IDENTIFIED BY THE WHOLE RECORD - ACCOUNT,
004830* DATE, TIME, SEQUENCE, TYPE, AMOUNT, RESULTING BALANCE
004840* AND OPERATOR - SO THE FIRST EQUAL RECORD IS THE MARK. ALSO
004850* KEEPS THE TYPE AND DATE OF THE FIRST RECORD, WHICH TELL
004860* WHETHER A CUTOVER REBUILT THE FILE.
004870*-----------------------------------------------------------
004880 1210-PROCURAR-MARCA.
004890     MOVE "N" TO WS-MARCA-SW.
004900     MOVE "N" TO WS-ARQUIVO-AUSENTE-SW.
004910     MOVE "N" TO WS-EOF-SW.
004920     MOVE SPACES TO WS-PRIMEIRO-TIPO.
004930     MOVE ZERO TO WS-PRIMEIRA-DATA.
004940     MOVE ZERO TO WS-POSICAO-LEITURA.
004950     OPEN INPUT TRANSACTION-JOURNAL.
004960     IF NOT WS-TRANJRNL-OK
004970         SET WS-ARQUIVO-AUSENTE TO TRUE
004980         GO TO 1210-EXIT
004990     END-IF.
005000     READ TRANSACTION-JOURNAL
005010         AT END
005020             SET WS-FIM-DO-JORNAL TO TRUE
005030     END-READ.
005040     IF NOT WS-FIM-DO-JORNAL
005050         MOVE TJ-TRANS-TYPE TO WS-PRIMEIRO-TIPO
005060         MOVE TJ-TRANS-DATE TO WS-PRIMEIRA-DATA
005070     END-IF.
005080     PERFORM 1220-COMPARAR-MOVIMENTO THRU 1220-EXIT
005090         UNTIL WS-FIM-DO-JORNAL
005100         OR WS-MARCA-ACHADA.
005110     CLOSE TRANSACTION-JOURNAL.
005120 1210-EXIT.
005130     EXIT.
005140 1220-COMPARAR-MOVIMENTO.
005150     ADD 1 TO WS-POSICAO-LEITURA.
005160     IF TRANJRNL-RECORD = WS-SNAP-ULTIMO-MOVTO
005170         SET WS-MARCA-ACHADA TO TRUE
005180         MOVE WS-POSICAO-LEITURA TO WS-POSICAO-MARCA
005190         GO TO 1220-EXIT
005200     END-IF.
005210     READ TRANSACTION-JOURNAL
005220         AT END
005230             SET WS-FIM-DO-JORNAL TO TRUE
005240     END-READ.
005250 1220-EXIT.
005260     EXIT.
005270*-----------------------------------------------------------
005280* 1300-CONFIRMAR
005290* SHOWS WHAT IS ABOUT TO BE DONE AND ASKS THE OPERATOR TO
005300* CONFIRM THE REPLACEMENT OF THE CURRENT MASTER.
005310*-----------------------------------------------------------
005320 1300-CONFIRMAR.
005330     DISPLAY "INSTANTANEO " WS-NOME-INSTANTANEO
005340         " CONFERIDO: " WS-QTDE-CONTAS " CONTAS.".
005350     EVALUATE TRUE
005360         WHEN WS-MARCA-NO-JORNAL
005370             DISPLAY "REAPLICACAO DO TRANJRNL APOS O REGISTRO "
005380                 WS-POSICAO-MARCA "."
005390         WHEN WS-MARCA-NO-ARQUIVO
005400             DISPLAY "REAPLICACAO DO " WS-NOME-ARQUIVO-MORTO
005410                 " APOS O REGISTRO " WS-POSICAO-MARCA
005420                 " E DE TODO O TRANJRNL."
005430         WHEN OTHER
005440             DISPLAY "REAPLICACAO DE TODO O TRANJRNL."
005450     END-EVALUATE.
005460     DISPLAY "O CUSTMAST ATUAL SERA SUBSTITUIDO. CONFIRMA A "
005470         "RECUPERACAO (S/N)? ".
005480     ACCEPT WS-RESP-SW.
005490     IF NOT WS-RESP-SIM
005500         DISPLAY "RECUPERACAO CANCELADA. CUSTMAST NAO FOI "
005510             "ALTERADO."
005520         STOP RUN
005530     END-IF.
005540     OPEN OUTPUT RECOVERY-REPORT.
005550     IF NOT WS-CMRECRPT-OK
005560         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO CMRECRPT."
005570         STOP RUN
005580     END-IF.
005590     MOVE WS-NOME-INSTANTANEO  TO WS-CAB-INSTANTANEO.
005600     MOVE WS-SNAP-DATA-GERACAO TO WS-CAB-GERACAO.
005610     MOVE WS-SNAP-HORA-GERACAO TO WS-CAB-HORA.
005620     MOVE WS-DATA-SISTEMA      TO WS-CAB-DATA.
005630     IF WS-MARCA-NO-ARQUIVO
005640         MOVE WS-NOME-ARQUIVO-MORTO TO WS-CAB-FONTE
005650     ELSE
005660         MOVE "TRANJRNL"            TO WS-CAB-FONTE
005670     END-IF.
005680     MOVE WS-POSICAO-MARCA     TO WS-CAB-POSICAO.
005690     WRITE CMRECRPT-LINE FROM WS-CABECALHO-1.
005700     WRITE CMRECRPT-LINE FROM WS-CABECALHO-2.
005710     WRITE CMRECRPT-LINE FROM WS-CABECALHO-3.
005720     WRITE CMRECRPT-LINE FROM WS-LINHA-BRANCO.
005730     WRITE CMRECRPT-LINE FROM WS-CABECALHO-4.
005740 1300-EXIT.
005750     EXIT.
005760*-----------------------------------------------------------
005770* 2000-REAPLICAR-JORNAL
005780* REPLAYS THE MOVEMENTS AFTER THE MARK INTO THE TABLE:
005790* FIRST THE REST OF THE ARCHIVE WHEN THE MARK IS THERE,
005800* THEN TRANJRNL (AFTER THE MARK WHEN IT IS THERE, WHOLE
005810* OTHERWISE).
005820*-----------------------------------------------------------
005830 2000-REAPLICAR-JORNAL.
005840     MOVE ZERO TO WS-PULAR.
005850     IF WS-MARCA-NO-ARQUIVO
005860         MOVE WS-NOME-ARQUIVO-MORTO TO WS-NOME-JORNAL
005870         MOVE WS-POSICAO-MARCA      TO WS-PULAR
005880         PERFORM 2100-LER-JORNAL THRU 2100-EXIT
005890         MOVE ZERO TO WS-PULAR
005900     END-IF.
005910     IF WS-MARCA-NO-JORNAL
005920         MOVE WS-POSICAO-MARCA TO WS-PULAR
005930     END-IF.
005940     MOVE "TRANJRNL" TO WS-NOME-JORNAL.
005950     PERFORM 2100-LER-JORNAL THRU 2100-EXIT.
005960     IF WS-ARQUIVO-AUSENTE
005970         DISPLAY "TRANJRNL NAO ENCONTRADO - NADA A REAPLICAR."
005980     END-IF.
005990 2000-EXIT.
006000     EXIT.
006010*-----------------------------------------------------------
006020* 2100-LER-JORNAL
006030* READS ONE JOURNAL FILE (THE NAME IS ALREADY IN
006040* WS-NOME-JORNAL) FROM TOP TO BOTTOM. THE FIRST WS-PULAR
006050* RECORDS ARE ALREADY IN THE SNAPSHOT AND ONLY FEED THE
006060* LAST-BALANCE CHECK.
006070*-----------------------------------------------------------
006080 2100-LER-JORNAL.
006090     MOVE "N" TO WS-ARQUIVO-AUSENTE-SW.
006100     MOVE "N" TO WS-EOF-SW.
006110     MOVE ZERO TO WS-POSICAO-LEITURA.
006120     OPEN INPUT TRANSACTION-JOURNAL.
006130     IF NOT WS-TRANJRNL-OK
006140         SET WS-ARQUIVO-AUSENTE TO TRUE
006150         GO TO 2100-EXIT
006160     END-IF.
006170     READ TRANSACTION-JOURNAL
006180         AT END
006190             SET WS-FIM-DO-JORNAL TO TRUE
006200     END-READ.
006210     PERFORM 2200-TRATAR-MOVIMENTO THRU 2200-EXIT
006220         UNTIL WS-FIM-DO-JORNAL.
006230     CLOSE TRANSACTION-JOURNAL.
006240 2100-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------
006270* 2200-TRATAR-MOVIMENTO
006280* RECORDS THE RESULTING BALANCE OF EVERY MOVEMENT AS THE
006290* LAST ONE SEEN FOR ITS ACCOUNT AND REPLAYS THOSE AFTER
006300* THE MARK. SA CARRY-FORWARD RECORDS ARE NOT MOVEMENTS
006310* AND ARE NEVER REPLAYED. A MOVEMENT AFTER THE MARK FOR AN
006320* ACCOUNT NOT ON THE SNAPSHOT (OPENED SINCE) IS REPORTED.
006330*-----------------------------------------------------------
006340 2200-TRATAR-MOVIMENTO.
006350     ADD 1 TO WS-POSICAO-LEITURA.
006360     ADD 1 TO WS-QTDE-LIDOS.
006370     MOVE "N" TO WS-CONTA-SW.
006380     IF WS-QTDE-CONTAS > ZERO
006390         SEARCH ALL WS-CTA-OCORRENCIA
006400             AT END
006410                 CONTINUE
006420             WHEN WS-CTA-CONTA (WS-CTA-IDX) = TJ-ACCOUNT-NUMBER
006430                 SET WS-CONTA-ACHADA TO TRUE
006440         END-SEARCH
006450     END-IF.
006460     IF WS-POSICAO-LEITURA NOT > WS-PULAR
006470         OR TJ-TIPO-SALDO-ANTERIOR
006480         IF WS-CONTA-ACHADA
006490             MOVE TJ-RESULTING-BALANCE
006500                 TO WS-CTA-SALDO-JORNAL (WS-CTA-IDX)
006510             MOVE "S" TO WS-CTA-NO-JORNAL (WS-CTA-IDX)
006520         END-IF
006530         GO TO 2200-LER-PROXIMO
006540     END-IF.
006550     IF NOT WS-CONTA-ACHADA
006560         MOVE TJ-ACCOUNT-NUMBER TO WS-LS-CONTA
006570         MOVE TJ-TRANS-DATE     TO WS-LS-DATA
006580         MOVE TJ-TRANS-TIME     TO WS-LS-HORA
006590         MOVE TJ-TRANS-TYPE     TO WS-LS-TIPO
006600         MOVE TJ-TRANS-AMOUNT   TO WS-LS-VALOR
006610         WRITE CMRECRPT-LINE FROM WS-LINHA-SEM-CONTA
006620         ADD 1 TO WS-QTDE-SEM-CONTA
006630         GO TO 2200-LER-PROXIMO
006640     END-IF.
006650     PERFORM 2300-APLICAR-MOVIMENTO THRU 2300-EXIT.
006660 2200-LER-PROXIMO.
006670     READ TRANSACTION-JOURNAL
006680         AT END
006690             SET WS-FIM-DO-JORNAL TO TRUE
006700     END-READ.
006710 2200-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------
006740* 2300-APLICAR-MOVIMENTO
006750* APPLIES ONE MOVEMENT TO THE ACCOUNTS REBUILT BALANCE,
006760* WITH THE SAME DEBIT/CREDIT SPLIT RECON USES (JR CARRIES
006770* ITS OWN SIGN), AND RESTORES THE DATE THE POSTING PROGRAM
006780* STAMPED ON THE MASTER: CM-LAST-INTEREST-DATE FOR JR,
006790* CM-LAST-TARIFF-DATE FOR TA, AND CM-LAST-ACTIVITY-DATE
006800* FOR THE MOVEMENTS BNCDM AND EMPMNT POST AT THE COUNTER.
006810*-----------------------------------------------------------
006820 2300-APLICAR-MOVIMENTO.
006830     EVALUATE TRUE
006840         WHEN TJ-TIPO-SAQUE
006850         WHEN TJ-TIPO-TRANSF-DEBITO
006860         WHEN TJ-TIPO-DEBITO-AUTOM
006870         WHEN TJ-TIPO-ESTORNO-DEBITO
006880         WHEN TJ-TIPO-TRANSF-EXT-DEB
006890         WHEN TJ-TIPO-TARIFA
006900         WHEN TJ-TIPO-PARCELA-EMPREST
006910         WHEN TJ-TIPO-CHEQUE
006915         WHEN TJ-TIPO-DEBITO-FOLHA
006920             SUBTRACT TJ-TRANS-AMOUNT
006930                 FROM WS-CTA-SALDO (WS-CTA-IDX)
006940         WHEN OTHER
006950             ADD TJ-TRANS-AMOUNT
006960                 TO WS-CTA-SALDO (WS-CTA-IDX)
006970     END-EVALUATE.
006980     EVALUATE TRUE
006990         WHEN TJ-TIPO-JUROS
007000             MOVE TJ-TRANS-DATE TO WS-CTA-ULT-JUROS (WS-CTA-IDX)
007010         WHEN TJ-TIPO-TARIFA
007020             MOVE TJ-TRANS-DATE
007030                 TO WS-CTA-ULT-TARIFA (WS-CTA-IDX)
007040         WHEN TJ-TIPO-DEPOSITO
007050         WHEN TJ-TIPO-SAQUE
007060         WHEN TJ-TIPO-TRANSF-DEBITO
007070         WHEN TJ-TIPO-EMPRESTIMO
007080             MOVE TJ-TRANS-DATE
007090                 TO WS-CTA-ULT-ATIVIDADE (WS-CTA-IDX)
007100         WHEN TJ-TIPO-TRANSF-EXT-DEB
007110             IF TJ-OPERATOR-ID NOT = "CLRB"
007120                 MOVE TJ-TRANS-DATE
007130                     TO WS-CTA-ULT-ATIVIDADE (WS-CTA-IDX)
007140             END-IF
007150         WHEN OTHER
007160             CONTINUE
007170     END-EVALUATE.
007180     MOVE TJ-RESULTING-BALANCE
007190         TO WS-CTA-SALDO-JORNAL (WS-CTA-IDX).
007200     MOVE "S" TO WS-CTA-NO-JORNAL (WS-CTA-IDX).
007210     ADD 1 TO WS-CTA-QTDE-REAPLIC (WS-CTA-IDX).
007220     ADD 1 TO WS-QTDE-REAPLICADOS.
007230 2300-EXIT.
007240     EXIT.
007250*-----------------------------------------------------------
007260* 3000-RESTAURAR-CADASTRO
007270* RECREATES CUSTMAST FROM THE SNAPSHOT, ACCOUNT BY ACCOUNT
007280* IN THE SAME ORDER AS THE TABLE, WITH THE REBUILT BALANCE
007290* AND DATES IN PLACE OF THE ONES COPIED.
007300*-----------------------------------------------------------
007310 3000-RESTAURAR-CADASTRO.
007320     OPEN OUTPUT CUSTOMER-MASTER.
007330     IF NOT WS-CUSTMAST-OK
007340         DISPLAY "NAO FOI POSSIVEL RECRIAR O CUSTMAST. STATUS: "
007350             WS-CUSTMAST-STATUS
007360         DISPLAY "CORRIJA A CAUSA E EXECUTE O CMRECUP "
007370             "NOVAMENTE."
007380         CLOSE RECOVERY-REPORT
007390         STOP RUN
007400     END-IF.
007410     MOVE "N" TO WS-EOF-INSTANTANEO-SW.
007420     OPEN INPUT SNAPSHOT-FILE.
007430     READ SNAPSHOT-FILE
007440         AT END
007450             SET WS-FIM-DO-INSTANTANEO TO TRUE
007460     END-READ.
007470     SET WS-CTA-IDX TO 1.
007480     PERFORM 3100-GRAVAR-CONTA THRU 3100-EXIT
007490         UNTIL WS-FIM-DO-INSTANTANEO.
007500     CLOSE SNAPSHOT-FILE.
007510     CLOSE CUSTOMER-MASTER.
007520 3000-EXIT.
007530     EXIT.
007540 3100-GRAVAR-CONTA.
007550     IF NOT SN-DETALHE
007560         GO TO 3100-LER-PROXIMO
007570     END-IF.
007580     MOVE SN-DADOS TO CUSTMAST-RECORD.
007590     MOVE WS-CTA-SALDO (WS-CTA-IDX)     TO CM-BALANCE.
007600     MOVE WS-CTA-ULT-ATIVIDADE (WS-CTA-IDX)
007610         TO CM-LAST-ACTIVITY-DATE.
007620     MOVE WS-CTA-ULT-JUROS (WS-CTA-IDX) TO CM-LAST-INTEREST-DATE.
007630     MOVE WS-CTA-ULT-TARIFA (WS-CTA-IDX) TO CM-LAST-TARIFF-DATE.
007640     WRITE CUSTMAST-SAIDA FROM CUSTMAST-RECORD
007650         INVALID KEY
007660             DISPLAY "ERRO AO GRAVAR A CONTA " CM-ACCOUNT-NUMBER
007670                 ". STATUS: " WS-CUSTMAST-STATUS
007680         NOT INVALID KEY
007690             ADD 1 TO WS-QTDE-GRAVADAS
007700     END-WRITE.
007710     SET WS-CTA-IDX UP BY 1.
007720 3100-LER-PROXIMO.
007730     READ SNAPSHOT-FILE
007740         AT END
007750             SET WS-FIM-DO-INSTANTANEO TO TRUE
007760     END-READ.
007770 3100-EXIT.
007780     EXIT.
007790*-----------------------------------------------------------
007800* 4000-CONFERIR-SALDO
007810* COMPARES ONE REBUILT BALANCE WITH THE LAST RESULTING
007820* BALANCE THE JOURNAL SHOWED FOR THE ACCOUNT. AN ACCOUNT
007830* THE JOURNAL NEVER MENTIONS HAS NOTHING TO CHECK AGAINST.
007840*-----------------------------------------------------------
007850 4000-CONFERIR-SALDO.
007860     IF WS-CTA-NO-JORNAL (WS-CTA-IDX) NOT = "S"
007870         GO TO 4000-EXIT
007880     END-IF.
007890     ADD 1 TO WS-QTDE-CONFERIDAS.
007900     IF WS-CTA-SALDO (WS-CTA-IDX) =
007910         WS-CTA-SALDO-JORNAL (WS-CTA-IDX)
007920         GO TO 4000-EXIT
007930     END-IF.
007940     ADD 1 TO WS-QTDE-DIVERGENTES.
007950     MOVE WS-CTA-CONTA (WS-CTA-IDX)        TO WS-LD-CONTA.
007960     MOVE WS-CTA-SALDO (WS-CTA-IDX)        TO WS-LD-SALDO.
007970     MOVE WS-CTA-SALDO-JORNAL (WS-CTA-IDX) TO WS-LD-SALDO-JORNAL.
007980     IF WS-CTA-QTDE-REAPLIC (WS-CTA-IDX) = ZERO
007990         MOVE "INSTANTANEO DIVERGE DO JORNAL" TO WS-LD-TEXTO
008000     ELSE
008010         MOVE "SALDO REAPLICADO DIVERGENTE"   TO WS-LD-TEXTO
008020     END-IF.
008030     WRITE CMRECRPT-LINE FROM WS-LINHA-DIVERGENCIA.
008040 4000-EXIT.
008050     EXIT.
008060*-----------------------------------------------------------
008070* 8000-IMPRIMIR-TOTAIS
008080* CLOSES THE REPORT WITH THE RUN TOTALS AND THE REMINDER
008090* THAT ONLY BALANCES COME BACK FROM THE JOURNAL.
008100*-----------------------------------------------------------
008110 8000-IMPRIMIR-TOTAIS.
008120     IF WS-QTDE-DIVERGENTES = ZERO
008130         AND WS-QTDE-SEM-CONTA = ZERO
008140         MOVE "NENHUMA EXCECAO - TODOS OS SALDOS CONFEREM."
008150             TO CMRECRPT-LINE
008160         WRITE CMRECRPT-LINE
008170     END-IF.
008180     WRITE CMRECRPT-LINE FROM WS-LINHA-BRANCO.
008190     MOVE "CONTAS NO INSTANTANEO:"         TO WS-LT-DESCRICAO.
008200     MOVE WS-QTDE-CONTAS                   TO WS-LT-QTDE.
008210     WRITE CMRECRPT-LINE FROM WS-LINHA-TOTAL.
008220     MOVE "MOVIMENTOS LIDOS NO JORNAL:"    TO WS-LT-DESCRICAO.
008230     MOVE WS-QTDE-LIDOS                    TO WS-LT-QTDE.
008240     WRITE CMRECRPT-LINE FROM WS-LINHA-TOTAL.
008250     MOVE "MOVIMENTOS REAPLICADOS:"        TO WS-LT-DESCRICAO.
008260     MOVE WS-QTDE-REAPLICADOS              TO WS-LT-QTDE.
008270     WRITE CMRECRPT-LINE FROM WS-LINHA-TOTAL.
008280     MOVE "MOVIMENTOS SEM CONTA:"          TO WS-LT-DESCRICAO.
008290     MOVE WS-QTDE-SEM-CONTA                TO WS-LT-QTDE.
008300     WRITE CMRECRPT-LINE FROM WS-LINHA-TOTAL.
008310     MOVE "CONTAS GRAVADAS NO CUSTMAST:"   TO WS-LT-DESCRICAO.
008320     MOVE WS-QTDE-GRAVADAS                 TO WS-LT-QTDE.
008330     WRITE CMRECRPT-LINE FROM WS-LINHA-TOTAL.
008340     MOVE "CONTAS CONFERIDAS COM O JORNAL:" TO WS-LT-DESCRICAO.
008350     MOVE WS-QTDE-CONFERIDAS               TO WS-LT-QTDE.
008360     WRITE CMRECRPT-LINE FROM WS-LINHA-TOTAL.
008370     MOVE "CONTAS DIVERGENTES:"            TO WS-LT-DESCRICAO.
008380     MOVE WS-QTDE-DIVERGENTES              TO WS-LT-QTDE.
008390     WRITE CMRECRPT-LINE FROM WS-LINHA-TOTAL.
008400     WRITE CMRECRPT-LINE FROM WS-LINHA-BRANCO.
008410     MOVE "ATENCAO: ALTERACOES CADASTRAIS FEITAS APOS O"
008420         TO CMRECRPT-LINE.
008430     WRITE CMRECRPT-LINE.
008440     MOVE "INSTANTANEO (VER AUDITLOG) E CONTAS ABERTAS DEPOIS"
008450         TO CMRECRPT-LINE.
008460     WRITE CMRECRPT-LINE.
008470     MOVE "DELE PRECISAM SER REFEITAS NO CONTMNT/BNCDM."
008480         TO CMRECRPT-LINE.
008490     WRITE CMRECRPT-LINE.
008500 8000-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------
008530* 9000-FINALIZE
008540* CLOSES THE REPORT AND DISPLAYS THE RUN SUMMARY.
008550*-----------------------------------------------------------
008560 9000-FINALIZE.
008570     CLOSE RECOVERY-REPORT.
008580     DISPLAY "CMRECUP - INSTANTANEO RESTAURADO: "
008590         WS-NOME-INSTANTANEO.
008600     DISPLAY "CMRECUP - CONTAS GRAVADAS       : "
008610         WS-QTDE-GRAVADAS.
008620     DISPLAY "CMRECUP - MOVIMENTOS REAPLICADOS: "
008630         WS-QTDE-REAPLICADOS.
008640     DISPLAY "CMRECUP - MOVIMENTOS SEM CONTA  : "
008650         WS-QTDE-SEM-CONTA.
008660     DISPLAY "CMRECUP - CONTAS DIVERGENTES    : "
008670         WS-QTDE-DIVERGENTES.
008680 9000-EXIT.
008690     EXIT.
008700 END PROGRAM CMRECUP.
