000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COAFBAT.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - NIGHTLY COAF CASH
000120*                  MOVEMENT MONITORING. READS THE CASH
000130*                  MOVEMENTS (DP/SQ) OF THE ROLLING WINDOW
000140*                  ENDING ON THE BUSINESS DATE, GROUPS THEM
000150*                  BY THE CUSTOMERS CPF (TAKEN FROM
000160*                  CUSTMAST, SO EVERY ACCOUNT OF THE SAME
000170*                  CUSTOMER COUNTS TOGETHER) AND RAISES TWO
000180*                  KINDS OF CASE: A MOVEMENT OF THE DATE AT
000190*                  OR ABOVE THE LIMIT (VALOR), AND TWO OR
000200*                  MORE MOVEMENTS OF THE WINDOW, EACH UNDER
000210*                  THE LIMIT, THAT TOGETHER REACH IT, WHEN
000220*                  AT LEAST ONE OF THEM IS OF THE DATE
000230*                  (FRACIONAMENTO). DEPOSITS AND SAQUES ARE
000240*                  ADDED UP SEPARATELY. EVERY CASE IS KEPT
000250*                  ON THE COAFREG REGISTER; A CASE WHOSE
000260*                  MOVEMENTS ARE ALL ALREADY REGISTERED FOR
000270*                  THE DATE IS NOT REPORTED AGAIN, SO A
000280*                  RE-RUN ONLY ADDS WHAT IS NEW. NEW CASES
000290*                  GO TO THE ANALYSTS WORKLIST COAFRPT; THE
000300*                  COMMUNICATION FILE COAFCOM IS REBUILT
000310*                  FROM THE REGISTER WITH EVERY CASE OF THE
000320*                  DATE, AS CLRBAT REBUILDS CLROUT, SO A
000330*                  RE-RUN REPLACES THE FILE INSTEAD OF
000340*                  SENDING A CASE ON TWO FILES. THE LIMIT
000350*                  AND THE WINDOW COME FROM THE OPTIONAL
000360*                  COAFPARM CARD. WHEN THE WINDOW REACHES
000370*                  BACK INTO THE PREVIOUS MONTH, THAT
000380*                  MONTHS ARCHIVE TJARCH.AAAAMM (ARCJRNL)
000390*                  IS READ BEFORE THE LIVE JOURNAL.
000392* 2026-10-15 CDM   THE JOURNAL IS INDEXED. IT IS READ IN ITS
000394*                  PRIME KEY (TJ-SEQUENCIA) ORDER, WHICH IS THE
000396*                  POSTING ORDER OF THE OLD SEQUENTIAL FILE.
000400*-----------------------------------------------------------
000410* COAFPARM LAYOUT (LINE SEQUENTIAL, OPTIONAL):
000420*   COLS 1-15  VALOR LIMITE, 9(13)V99 WITHOUT THE POINT
000430*              (BLANK OR ZEROS = 50.000,00).
000440*   COL  16    BLANK.
000450*   COLS 17-18 JANELA IN CALENDAR DAYS, INCLUDING THE
000460*              BUSINESS DATE (BLANK OR ZEROS = 10, AT
000470*              MOST 28).
000480*-----------------------------------------------------------
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PARAMETER-FILE ASSIGN TO "COAFPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-COAFPARM-STATUS.
000550     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CM-ACCOUNT-NUMBER
000590         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000600             WITH DUPLICATES
000610         FILE STATUS IS WS-CUSTMAST-STATUS.
000620     SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC WS-NOME-JORNAL
000624         ORGANIZATION IS INDEXED
000628         ACCESS MODE IS SEQUENTIAL
000632         RECORD KEY IS TJ-SEQUENCIA
000636         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000640         FILE STATUS IS WS-TRANJRNL-STATUS.
000650     SELECT COAF-REGISTER ASSIGN TO "COAFREG"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CR-CHAVE
000690         FILE STATUS IS WS-COAFREG-STATUS.
000700     SELECT WORKLIST-REPORT ASSIGN TO "COAFRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-COAFRPT-STATUS.
000730     SELECT COMMUNICATION-FILE ASSIGN TO "COAFCOM"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-COAFCOM-STATUS.
000760     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS RC-KEY
000800         FILE STATUS IS WS-RUNCTL-STATUS.
000810     SELECT DATE-CARD ASSIGN TO "DATAMOV"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-DATAMOV-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  PARAMETER-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  COAFPARM-RECORD          PIC X(80).
000900 FD  CUSTOMER-MASTER
000910     LABEL RECORDS ARE STANDARD.
000920     COPY CUSTMAST.
000930 FD  TRANSACTION-JOURNAL
000940     LABEL RECORDS ARE STANDARD.
000950     COPY TRANJRNL.
000960 FD  COAF-REGISTER
000970     LABEL RECORDS ARE STANDARD.
000980     COPY COAFREG.
000990 FD  WORKLIST-REPORT
001000     LABEL RECORDS ARE STANDARD.
001010 01  COAFRPT-LINE             PIC X(80).
001020 FD  COMMUNICATION-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  COAFCOM-RECORD           PIC X(80).
001050 FD  RUN-CONTROL
001060     LABEL RECORDS ARE STANDARD.
001070     COPY RUNCTL.
001080 FD  DATE-CARD
001090     LABEL RECORDS ARE STANDARD.
001100 01  DATAMOV-RECORD           PIC X(80).
001110
001120 WORKING-STORAGE SECTION.
001130 01  WS-FILE-STATUSES.
001140     05  WS-COAFPARM-STATUS       PIC X(02).
001150         88  WS-COAFPARM-OK              VALUE "00".
001160     05  WS-CUSTMAST-STATUS       PIC X(02).
001170         88  WS-CUSTMAST-OK              VALUE "00".
001180         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
001190     05  WS-TRANJRNL-STATUS       PIC X(02).
001200         88  WS-TRANJRNL-OK              VALUE "00".
001210         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001220     05  WS-COAFREG-STATUS        PIC X(02).
001230         88  WS-COAFREG-OK               VALUE "00".
001240         88  WS-COAFREG-NOT-OPEN         VALUE "35".
001250     05  WS-COAFRPT-STATUS        PIC X(02).
001260         88  WS-COAFRPT-OK               VALUE "00".
001270     05  WS-COAFCOM-STATUS        PIC X(02).
001280         88  WS-COAFCOM-OK               VALUE "00".
001290     05  WS-RUNCTL-STATUS         PIC X(02).
001300         88  WS-RUNCTL-OK                VALUE "00".
001310         88  WS-RUNCTL-NOT-OPEN          VALUE "35".
001320     05  WS-DATAMOV-STATUS        PIC X(02).
001330         88  WS-DATAMOV-OK               VALUE "00".
001340         88  WS-DATAMOV-NOT-OPEN         VALUE "35".
001350 01  WS-SWITCHES.
001360     05  WS-EOF-SW                PIC X(01) VALUE "N".
001370         88  WS-FIM-DO-JORNAL            VALUE "S".
001380     05  WS-EOF-REGISTRO-SW       PIC X(01) VALUE "N".
001390         88  WS-FIM-DO-REGISTRO          VALUE "S".
001400     05  WS-RUNCTL-EXISTE-SW      PIC X(01) VALUE "N".
001410         88  WS-RUNCTL-EXISTE            VALUE "S".
001420     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
001430         88  WS-DATA-DO-CARTAO           VALUE "S".
001440     05  WS-TABELA-CHEIA-SW       PIC X(01) VALUE "N".
001450         88  WS-TABELA-CHEIA             VALUE "S".
001460     05  WS-ARQUIVO-AUSENTE-SW    PIC X(01) VALUE "N".
001470         88  WS-ARQUIVO-AUSENTE          VALUE "S".
001480     05  WS-CONTA-LIDA-SW         PIC X(01) VALUE "N".
001490         88  WS-CONTA-LIDA               VALUE "S".
001500*-----------------------------------------------------------
001510* BUSINESS PROCESSING DATE (DATE CARD OR PROMPT, ZEROS
001520* MEANS TODAY) AND THE WALL-CLOCK DATE/TIME.
001530*-----------------------------------------------------------
001540 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
001550 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001560 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001570 01  WS-CARTAO-AREA.
001580     05  WS-CARTAO-LINHA          PIC X(80) VALUE SPACES.
001590     05  WS-CARTAO-CAMPOS REDEFINES WS-CARTAO-LINHA.
001600         10  WS-CARTAO-DATA       PIC 9(08).
001610         10  FILLER               PIC X(72).
001620*-----------------------------------------------------------
001630* MONITORING PARAMETERS. THE DEFAULTS APPLY WHEN COAFPARM
001640* IS ABSENT OR A FIELD IS BLANK OR ZEROS. THE WINDOW IS
001650* HELD TO 28 DAYS SO IT NEVER REACHES BEYOND THE PREVIOUS
001660* MONTH.
001670*-----------------------------------------------------------
001680 77  WS-LIMITE-PADRAO         PIC 9(10)V99 VALUE 50000.00.
001690 77  WS-JANELA-PADRAO         PIC 9(02) VALUE 10.
001700 77  WS-JANELA-MAXIMA         PIC 9(02) VALUE 28.
001710 77  WS-VALOR-LIMITE          PIC 9(10)V99 VALUE ZERO.
001720 77  WS-DIAS-JANELA           PIC 9(02) VALUE ZERO.
001730 01  WS-PARM-AREA.
001740     05  WS-PARM-LINHA            PIC X(80) VALUE SPACES.
001750     05  WS-PARM-CAMPOS REDEFINES WS-PARM-LINHA.
001760         10  WS-PARM-LIMITE       PIC 9(13)V99.
001770         10  FILLER               PIC X(01).
001780         10  WS-PARM-JANELA       PIC 9(02).
001790         10  FILLER               PIC X(62).
001800*-----------------------------------------------------------
001810* NAME OF THE JOURNAL BEING READ: THE PREVIOUS MONTHS
001820* ARCHIVE FIRST, WHEN THE WINDOW NEEDS IT, THEN THE LIVE
001830* TRANJRNL.
001840*-----------------------------------------------------------
001850 01  WS-NOME-JORNAL-AREA.
001860     05  WS-NOME-JORNAL           PIC X(13) VALUE "TRANJRNL".
001870     05  WS-NOME-JORNAL-R REDEFINES WS-NOME-JORNAL.
001880         10  FILLER               PIC X(07).
001890         10  WS-NJ-AAAAMM         PIC 9(06).
001900*-----------------------------------------------------------
001910* FIRST DAY OF THE WINDOW, WORKED BACK FROM THE BUSINESS
001920* DATE ONE DAY AT A TIME. A MOVEMENT IS IN THE WINDOW WHEN
001930* ITS DATE IS NOT BEFORE IT AND NOT AFTER THE BUSINESS
001940* DATE. WHEN IT FALLS IN THE PREVIOUS MONTH, THAT MONTHS
001950* ARCHIVE IS ALSO READ.
001960*-----------------------------------------------------------
001970 01  WS-INICIO-AREA.
001980     05  WS-DATA-INICIO           PIC 9(08) VALUE ZERO.
001990     05  WS-INICIO-PARTES REDEFINES WS-DATA-INICIO.
002000         10  WS-INICIO-AAAAMM     PIC 9(06).
002010         10  WS-INICIO-DD         PIC 9(02).
002020     05  WS-INICIO-PARTES-2 REDEFINES WS-DATA-INICIO.
002030         10  WS-INICIO-ANO        PIC 9(04).
002040         10  WS-INICIO-MES        PIC 9(02).
002050         10  FILLER               PIC X(02).
002060 01  WS-ATUAL-AREA.
002070     05  WS-DATA-ATUAL-NUM        PIC 9(08) VALUE ZERO.
002080     05  WS-ATUAL-PARTES REDEFINES WS-DATA-ATUAL-NUM.
002090         10  WS-ATUAL-AAAAMM      PIC 9(06).
002100         10  WS-ATUAL-DD          PIC 9(02).
002110 01  WS-TABELA-MESES.
002120     05  WS-MESES-LITERAL         PIC X(24)
002130         VALUE "312831303130313130313031".
002140     05  WS-MESES-R REDEFINES WS-MESES-LITERAL.
002150         10  WS-DIAS-DO-MES       PIC 9(02) OCCURS 12 TIMES.
002160 77  WS-DIAS-RECUAR           PIC 9(02) VALUE ZERO.
002170 77  WS-QUOC-4                PIC 9(04) COMP VALUE ZERO.
002180 77  WS-QUOC-100              PIC 9(04) COMP VALUE ZERO.
002190 77  WS-QUOC-400              PIC 9(04) COMP VALUE ZERO.
002200 77  WS-RESTO-4               PIC 9(04) COMP VALUE ZERO.
002210 77  WS-RESTO-100             PIC 9(04) COMP VALUE ZERO.
002220 77  WS-RESTO-400             PIC 9(04) COMP VALUE ZERO.
002230*-----------------------------------------------------------
002240* CASH MOVEMENTS OF THE WINDOW WITH THE CPF AND NAME OF
002250* THE ACCOUNT HOLDER. A MOVEMENT AT OR ABOVE THE LIMIT IS
002260* ONLY KEPT WHEN IT IS OF THE BUSINESS DATE (FAIXA "A");
002270* THE ONES UNDER THE LIMIT (FAIXA "B") ARE KEPT FOR THE
002280* WHOLE WINDOW.
002290*-----------------------------------------------------------
002300 01  WS-QTDE-MOVTOS           PIC 9(05) COMP VALUE ZERO.
002310 01  WS-TABELA-MOVTOS.
002320     05  WS-MOV-OCORRENCIA OCCURS 1 TO 5000 TIMES
002330             DEPENDING ON WS-QTDE-MOVTOS
002340             INDEXED BY WS-MOV-IDX.
002350         10  WS-MOV-CPF            PIC 9(11) VALUE ZERO.
002360         10  WS-MOV-CONTA          PIC 9(08) VALUE ZERO.
002370         10  WS-MOV-NOME           PIC X(30) VALUE SPACES.
002380         10  WS-MOV-TIPO           PIC X(02) VALUE SPACES.
002390         10  WS-MOV-DATA           PIC 9(08) VALUE ZERO.
002400         10  WS-MOV-HORA           PIC 9(06) VALUE ZERO.
002410         10  WS-MOV-VALOR          PIC 9(10)V99 VALUE ZERO.
002420         10  WS-MOV-OPERADOR       PIC X(04) VALUE SPACES.
002430         10  WS-MOV-FAIXA          PIC X(01) VALUE SPACE.
002440*-----------------------------------------------------------
002450* ONE GROUP PER CPF AND MOVEMENT TYPE (DP OR SQ), WITH THE
002460* FIGURES THAT DECIDE WHETHER A CASE IS RAISED.
002470*-----------------------------------------------------------
002480 01  WS-QTDE-GRUPOS           PIC 9(05) COMP VALUE ZERO.
002490 01  WS-TABELA-GRUPOS.
002500     05  WS-GRP-OCORRENCIA OCCURS 1 TO 2000 TIMES
002510             DEPENDING ON WS-QTDE-GRUPOS
002520             INDEXED BY WS-GRP-IDX.
002530         10  WS-GRP-CPF            PIC 9(11) VALUE ZERO.
002540         10  WS-GRP-TIPO           PIC X(02) VALUE SPACES.
002550         10  WS-GRP-QTDE-ACIMA     PIC 9(05) COMP VALUE ZERO.
002560         10  WS-GRP-TOTAL-ACIMA    PIC 9(12)V99 VALUE ZERO.
002570         10  WS-GRP-INICIO-ACIMA   PIC 9(08) VALUE ZERO.
002580         10  WS-GRP-QTDE-ABAIXO    PIC 9(05) COMP VALUE ZERO.
002590         10  WS-GRP-TOTAL-ABAIXO   PIC 9(12)V99 VALUE ZERO.
002600         10  WS-GRP-INICIO-ABAIXO  PIC 9(08) VALUE ZERO.
002610         10  WS-GRP-HOJE-ABAIXO    PIC 9(05) COMP VALUE ZERO.
002620*-----------------------------------------------------------
002630* THE CASE BEING REGISTERED AND PRINTED
002640*-----------------------------------------------------------
002650 77  WS-CASO-TIPO             PIC X(01) VALUE SPACE.
002660 77  WS-CASO-FAIXA            PIC X(01) VALUE SPACE.
002670 77  WS-CASO-QTDE             PIC 9(05) COMP VALUE ZERO.
002680 77  WS-CASO-TOTAL            PIC 9(12)V99 VALUE ZERO.
002690 77  WS-CASO-INICIO           PIC 9(08) VALUE ZERO.
002700 77  WS-CASO-NOVOS            PIC 9(05) COMP VALUE ZERO.
002710 77  WS-CASO-NUMERO           PIC 9(05) COMP VALUE ZERO.
002720 77  WS-ULTIMA-CONTA          PIC 9(08) VALUE ZERO.
002730 01  WS-QUEBRA-ATUAL.
002740     05  WS-QA-CPF                PIC 9(11) VALUE ZERO.
002750     05  WS-QA-TIPO-CASO          PIC X(01) VALUE SPACE.
002760     05  WS-QA-TIPO-MOV           PIC X(02) VALUE SPACES.
002770 01  WS-QUEBRA-ANTERIOR.
002780     05  WS-QP-CPF                PIC 9(11) VALUE ZERO.
002790     05  WS-QP-TIPO-CASO          PIC X(01) VALUE SPACE.
002800     05  WS-QP-TIPO-MOV           PIC X(02) VALUE SPACES.
002810*-----------------------------------------------------------
002820* RUN COUNTERS AND THE COMMUNICATION FILE CONTROL TOTALS
002830*-----------------------------------------------------------
002840 77  WS-QTDE-LIDOS            PIC 9(07) COMP VALUE ZERO.
002850 77  WS-QTDE-ESPECIE          PIC 9(07) COMP VALUE ZERO.
002860 77  WS-QTDE-SEM-CADASTRO     PIC 9(07) COMP VALUE ZERO.
002870 77  WS-QTDE-CASOS-NOVOS      PIC 9(07) COMP VALUE ZERO.
002880 77  WS-QTDE-CASOS-REPETIDOS  PIC 9(07) COMP VALUE ZERO.
002890 77  WS-QTDE-CASOS-ENVIADOS   PIC 9(06) COMP VALUE ZERO.
002900 77  WS-QTDE-MOV-ENVIADOS     PIC 9(09) COMP VALUE ZERO.
002910 77  WS-HASH-ENVIADOS         PIC 9(13)V99 VALUE ZERO.
002920*-----------------------------------------------------------
002930* COMMUNICATION FILE RECORD LAYOUTS (COAFCOM): ONE HEADER,
002940* THEN PER CASE ONE "C" RECORD FOLLOWED BY ITS "D"
002950* MOVEMENTS, THEN ONE TRAILER WITH THE CASE AND MOVEMENT
002960* COUNTS AND THE HASH OF THE MOVEMENT AMOUNTS.
002970*-----------------------------------------------------------
002980 01  WS-COM-HEADER.
002990     05  FILLER                   PIC X(01) VALUE "H".
003000     05  WS-CH-DATA-GERACAO       PIC 9(08).
003010     05  WS-CH-DATA-BASE          PIC 9(08).
003020     05  WS-CH-VALOR-LIMITE       PIC 9(13)V99.
003030     05  WS-CH-DIAS-JANELA        PIC 9(02).
003040     05  FILLER                   PIC X(46) VALUE SPACES.
003050 01  WS-COM-CASO.
003060     05  FILLER                   PIC X(01) VALUE "C".
003070     05  WS-CC-CPF                PIC 9(11).
003080     05  WS-CC-NOME               PIC X(30).
003090     05  WS-CC-TIPO-CASO          PIC X(01).
003100     05  WS-CC-TIPO-MOV           PIC X(02).
003110     05  WS-CC-QTDE               PIC 9(04).
003120     05  WS-CC-TOTAL              PIC 9(13)V99.
003130     05  WS-CC-DATA-INICIO        PIC 9(08).
003140     05  FILLER                   PIC X(08) VALUE SPACES.
003150 01  WS-COM-DETALHE.
003160     05  FILLER                   PIC X(01) VALUE "D".
003170     05  WS-CD-CPF                PIC 9(11).
003180     05  WS-CD-CONTA              PIC 9(08).
003190     05  WS-CD-TIPO-MOV           PIC X(02).
003200     05  WS-CD-DATA               PIC 9(08).
003210     05  WS-CD-HORA               PIC 9(06).
003220     05  WS-CD-VALOR              PIC 9(13)V99.
003230     05  WS-CD-OPERADOR           PIC X(04).
003240     05  FILLER                   PIC X(25) VALUE SPACES.
003250 01  WS-COM-TRAILER.
003260     05  FILLER                   PIC X(01) VALUE "T".
003270     05  WS-CT-QTDE-CASOS         PIC 9(06).
003280     05  WS-CT-QTDE-MOVTOS        PIC 9(09).
003290     05  WS-CT-HASH               PIC 9(13)V99.
003300     05  FILLER                   PIC X(49) VALUE SPACES.
003310*-----------------------------------------------------------
003320* WORKLIST LINE LAYOUTS (COAFRPT)
003330*-----------------------------------------------------------
003340 01  WS-CABECALHO-1.
003350     05  FILLER                   PIC X(10) VALUE SPACES.
003360     05  FILLER                   PIC X(48)
003370         VALUE "BANCO DMOURA - COAF - MOVIMENTACAO EM ESPECIE".
003380 01  WS-CABECALHO-2.
003390     05  FILLER                   PIC X(06) VALUE "DATA: ".
003400     05  WS-CAB-DATA              PIC 9(08).
003410     05  FILLER                   PIC X(10) VALUE "  LIMITE: ".
003420     05  WS-CAB-LIMITE            PIC ZZZ,ZZZ,ZZ9.99.
003430     05  FILLER                   PIC X(10) VALUE "  JANELA: ".
003440     05  WS-CAB-JANELA            PIC Z9.
003450     05  FILLER                   PIC X(09) VALUE " DIAS DE ".
003460     05  WS-CAB-INICIO            PIC 9(08).
003470 01  WS-LINHA-AVISO.
003480     05  FILLER                   PIC X(09) VALUE "ATENCAO: ".
003490     05  WS-LA-TEXTO              PIC X(71).
003500 01  WS-LINHA-CASO-1.
003510     05  FILLER                   PIC X(05) VALUE "CASO ".
003520     05  WS-LC-NUMERO             PIC ZZZZ9.
003530     05  FILLER                   PIC X(07) VALUE "  CPF: ".
003540     05  WS-LC-CPF                PIC 9(11).
003550     05  FILLER                   PIC X(02) VALUE SPACES.
003560     05  WS-LC-NOME               PIC X(30).
003570 01  WS-LINHA-CASO-2.
003580     05  FILLER                   PIC X(05) VALUE SPACES.
003590     05  WS-LC-DESCRICAO          PIC X(24).
003600     05  WS-LC-TIPO-MOV           PIC X(09).
003610     05  WS-LC-QTDE               PIC ZZZ9.
003620     05  FILLER                   PIC X(10) VALUE " MOVTOS - ".
003630     05  WS-LC-TOTAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003640 01  WS-LINHA-CAB-MOVTO.
003650     05  FILLER                   PIC X(05) VALUE SPACES.
003660     05  FILLER                   PIC X(10) VALUE "CONTA".
003670     05  FILLER                   PIC X(10) VALUE "DATA".
003680     05  FILLER                   PIC X(08) VALUE "HORA".
003690     05  FILLER                   PIC X(06) VALUE "OPER".
003700     05  FILLER                   PIC X(05) VALUE "TIPO".
003710     05  FILLER                   PIC X(12) VALUE SPACES.
003715     05  FILLER                   PIC X(05) VALUE "VALOR".
003720 01  WS-LINHA-MOVTO.
003730     05  FILLER                   PIC X(05) VALUE SPACES.
003740     05  WS-LM-CONTA              PIC 9(08).
003750     05  FILLER                   PIC X(02) VALUE SPACES.
003760     05  WS-LM-DATA               PIC 9(08).
003770     05  FILLER                   PIC X(02) VALUE SPACES.
003780     05  WS-LM-HORA               PIC 9(06).
003790     05  FILLER                   PIC X(02) VALUE SPACES.
003800     05  WS-LM-OPERADOR           PIC X(04).
003810     05  FILLER                   PIC X(02) VALUE SPACES.
003820     05  WS-LM-TIPO               PIC X(02).
003830     05  FILLER                   PIC X(03) VALUE SPACES.
003840     05  WS-LM-VALOR              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003850 01  WS-LINHA-PARECER.
003860     05  FILLER                   PIC X(05) VALUE SPACES.
003870     05  FILLER                   PIC X(30)
003880         VALUE "ANALISTA: ________  PARECER: ".
003890     05  FILLER                   PIC X(30)
003900         VALUE "[ ] COMUNICAR  [ ] ARQUIVAR".
003910 01  WS-LINHA-TOTAL.
003920     05  WS-LT-DESCRICAO          PIC X(30).
003930     05  WS-LT-QTDE               PIC Z,ZZZ,ZZ9.
003940 01  WS-LINHA-BRANCO              PIC X(80) VALUE SPACES.
003950
003960 PROCEDURE DIVISION.
003970*-----------------------------------------------------------
003980* 0000-MAINLINE
003990* LOADS THE CASH MOVEMENTS OF THE WINDOW, RAISES AND
004000* REGISTERS THE CASES, PRINTS THE NEW ONES ON THE WORKLIST
004010* AND REBUILDS THE DAYS COMMUNICATION FILE.
004020*-----------------------------------------------------------
004030 0000-MAINLINE.
004040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004050     PERFORM 7100-INICIAR-RUNCTL THRU 7100-EXIT.
004060     PERFORM 2000-CARREGAR-JANELA THRU 2000-EXIT.
004070     PERFORM 3000-AVALIAR-GRUPO THRU 3000-EXIT
004080         VARYING WS-GRP-IDX FROM 1 BY 1
004090         UNTIL WS-GRP-IDX > WS-QTDE-GRUPOS.
004100     PERFORM 8000-IMPRIMIR-TOTAIS THRU 8000-EXIT.
004110     PERFORM 5000-GERAR-COMUNICACAO THRU 5000-EXIT.
004120     PERFORM 7300-ENCERRAR-RUNCTL THRU 7300-EXIT.
004130     PERFORM 9000-FINALIZE THRU 9000-EXIT.
004140     GOBACK.
004150*-----------------------------------------------------------
004160* 1000-INITIALIZE
004170* TAKES THE BUSINESS DATE AND THE PARAMETERS, WORKS OUT
004180* THE FIRST DAY OF THE WINDOW AND OPENS THE FILES. THE
004190* COAF REGISTER IS CREATED EMPTY ON FIRST USE.
004200*-----------------------------------------------------------
004210 1000-INITIALIZE.
004220     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
004230     ACCEPT WS-HORA-ATUAL FROM TIME.
004240     PERFORM 1050-OBTER-DATA THRU 1050-EXIT.
004250     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
004260     MOVE WS-DATA-ATUAL TO WS-DATA-INICIO.
004270     COMPUTE WS-DIAS-RECUAR = WS-DIAS-JANELA - 1.
004280     PERFORM 5300-RECUAR-DIA THRU 5300-EXIT
004290         WS-DIAS-RECUAR TIMES.
004300     OPEN INPUT CUSTOMER-MASTER.
004310     IF WS-CUSTMAST-NOT-OPEN
004320         DISPLAY "CUSTMAST NAO ENCONTRADO. COAFBAT ABORTADO."
004330         GOBACK
004340     END-IF.
004350     OPEN I-O COAF-REGISTER.
004360     IF WS-COAFREG-NOT-OPEN
004370         OPEN OUTPUT COAF-REGISTER
004380         CLOSE COAF-REGISTER
004390         OPEN I-O COAF-REGISTER
004400     END-IF.
004410     IF NOT WS-COAFREG-OK
004420         DISPLAY "NAO FOI POSSIVEL ABRIR O COAFREG. STATUS: "
004430             WS-COAFREG-STATUS
004440         CLOSE CUSTOMER-MASTER
004450         GOBACK
004460     END-IF.
004470     OPEN OUTPUT WORKLIST-REPORT.
004480     IF NOT WS-COAFRPT-OK
004490         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO COAFRPT."
004500         CLOSE CUSTOMER-MASTER
004510         CLOSE COAF-REGISTER
004520         GOBACK
004530     END-IF.
004540     OPEN I-O RUN-CONTROL.
004550     IF WS-RUNCTL-NOT-OPEN
004560         OPEN OUTPUT RUN-CONTROL
004570         CLOSE RUN-CONTROL
004580         OPEN I-O RUN-CONTROL
004590     END-IF.
004600     MOVE WS-DATA-ATUAL     TO WS-CAB-DATA.
004610     MOVE WS-VALOR-LIMITE   TO WS-CAB-LIMITE.
004620     MOVE WS-DIAS-JANELA    TO WS-CAB-JANELA.
004630     MOVE WS-DATA-INICIO    TO WS-CAB-INICIO.
004640     WRITE COAFRPT-LINE FROM WS-CABECALHO-1.
004650     WRITE COAFRPT-LINE FROM WS-CABECALHO-2.
004660     WRITE COAFRPT-LINE FROM WS-LINHA-BRANCO.
004670 1000-EXIT.
004680     EXIT.
004690*-----------------------------------------------------------
004700* 1050-OBTER-DATA
004710* TAKES THE BUSINESS DATE FROM THE DATAMOV DATE CARD WHEN
004720* THE NOTURNO CHAIN DRIVER LEFT ONE, OTHERWISE PROMPTS THE
004730* OPERATOR (ZEROS = TODAY).
004740*-----------------------------------------------------------
004750 1050-OBTER-DATA.
004760     MOVE "N" TO WS-CARTAO-SW.
004770     OPEN INPUT DATE-CARD.
004780     IF WS-DATAMOV-OK
004790         MOVE SPACES TO WS-CARTAO-LINHA
004800         READ DATE-CARD INTO WS-CARTAO-LINHA
004810             AT END
004820                 CONTINUE
004830         END-READ
004840         CLOSE DATE-CARD
004850         IF WS-CARTAO-DATA IS NUMERIC
004860             AND WS-CARTAO-DATA NOT = ZERO
004870             MOVE WS-CARTAO-DATA TO WS-DATA-ATUAL
004880             SET WS-DATA-DO-CARTAO TO TRUE
004890             DISPLAY "DATA DO MOVIMENTO TOMADA DO DATAMOV: "
004900                 WS-DATA-ATUAL
004910         END-IF
004920     END-IF.
004930     IF NOT WS-DATA-DO-CARTAO
004940         DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ZEROS = HOJE): "
004950         ACCEPT WS-DATA-ATUAL
004960         IF WS-DATA-ATUAL = ZERO
004970             MOVE WS-DATA-SISTEMA TO WS-DATA-ATUAL
004980         END-IF
004990     END-IF.
005000 1050-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------
005030* 1100-LER-PARAMETROS
005040* READS THE LIMIT AND THE WINDOW FROM THE COAFPARM CARD.
005050* AN ABSENT CARD, OR A BLANK OR ZERO FIELD, TAKES THE
005060* DEFAULT.
005070*-----------------------------------------------------------
005080 1100-LER-PARAMETROS.
005090     MOVE WS-LIMITE-PADRAO TO WS-VALOR-LIMITE.
005100     MOVE WS-JANELA-PADRAO TO WS-DIAS-JANELA.
005110     OPEN INPUT PARAMETER-FILE.
005120     IF NOT WS-COAFPARM-OK
005130         GO TO 1100-EXIT
005140     END-IF.
005150     READ PARAMETER-FILE INTO WS-PARM-LINHA
005160         AT END
005170             MOVE SPACES TO WS-PARM-LINHA
005180     END-READ.
005190     CLOSE PARAMETER-FILE.
005200     IF WS-PARM-LIMITE IS NUMERIC
005210         AND WS-PARM-LIMITE NOT = ZERO
005220         MOVE WS-PARM-LIMITE TO WS-VALOR-LIMITE
005230     END-IF.
005240     IF WS-PARM-JANELA IS NUMERIC
005250         AND WS-PARM-JANELA NOT = ZERO
005260         MOVE WS-PARM-JANELA TO WS-DIAS-JANELA
005270     END-IF.
005280     IF WS-DIAS-JANELA > WS-JANELA-MAXIMA
005290         DISPLAY "JANELA DE " WS-DIAS-JANELA
005300             " DIAS REDUZIDA PARA " WS-JANELA-MAXIMA "."
005310         MOVE WS-JANELA-MAXIMA TO WS-DIAS-JANELA
005320     END-IF.
005330 1100-EXIT.
005340     EXIT.
005350*-----------------------------------------------------------
005360* 2000-CARREGAR-JANELA
005370* LOADS THE CASH MOVEMENTS OF THE WINDOW. WHEN THE WINDOW
005380* STARTS IN THE PREVIOUS MONTH, THAT MONTHS ARCHIVE IS
005390* READ FIRST; IF THE MONTH WAS NOT ARCHIVED YET ITS
005400* MOVEMENTS ARE STILL ON THE LIVE JOURNAL, SO A MISSING
005410* ARCHIVE IS ONLY FLAGGED ON THE WORKLIST.
005420*-----------------------------------------------------------
005430 2000-CARREGAR-JANELA.
005440     MOVE WS-DATA-ATUAL TO WS-DATA-ATUAL-NUM.
005450     IF WS-INICIO-AAAAMM NOT = WS-ATUAL-AAAAMM
005460         MOVE "TJARCH.      " TO WS-NOME-JORNAL
005470         MOVE WS-INICIO-AAAAMM TO WS-NJ-AAAAMM
005480         PERFORM 2100-LER-JORNAL THRU 2100-EXIT
005490         IF WS-ARQUIVO-AUSENTE
005500             MOVE SPACES TO WS-LA-TEXTO
005510             MOVE WS-NOME-JORNAL TO WS-LA-TEXTO
005520             MOVE "NAO ENCONTRADO - JANELA TOMADA DO TRANJRNL."
005530                 TO WS-LA-TEXTO (15:44)
005540             WRITE COAFRPT-LINE FROM WS-LINHA-AVISO
005550         END-IF
005560     END-IF.
005570     MOVE "TRANJRNL" TO WS-NOME-JORNAL.
005580     PERFORM 2100-LER-JORNAL THRU 2100-EXIT.
005590     IF WS-ARQUIVO-AUSENTE
005600         MOVE "TRANJRNL NAO ENCONTRADO." TO WS-LA-TEXTO
005610         WRITE COAFRPT-LINE FROM WS-LINHA-AVISO
005620         DISPLAY "TRANJRNL NAO ENCONTRADO NO COAFBAT."
005630     END-IF.
005640     IF WS-TABELA-CHEIA
005650         MOVE "TABELA DE MOVIMENTOS CHEIA - ANALISE INCOMPLETA."
005660             TO WS-LA-TEXTO
005670         WRITE COAFRPT-LINE FROM WS-LINHA-AVISO
005680         DISPLAY "COAFBAT - TABELA DE MOVIMENTOS CHEIA."
005690     END-IF.
005700 2000-EXIT.
005710     EXIT.
005720*-----------------------------------------------------------
005730* 2100-LER-JORNAL
005740* READS ONE JOURNAL FILE (THE NAME IS ALREADY IN
005750* WS-NOME-JORNAL) FROM TOP TO BOTTOM.
005760*-----------------------------------------------------------
005770 2100-LER-JORNAL.
005780     MOVE "N" TO WS-ARQUIVO-AUSENTE-SW.
005790     MOVE "N" TO WS-EOF-SW.
005800     OPEN INPUT TRANSACTION-JOURNAL.
005810     IF NOT WS-TRANJRNL-OK
005820         SET WS-ARQUIVO-AUSENTE TO TRUE
005830         GO TO 2100-EXIT
005840     END-IF.
005850     READ TRANSACTION-JOURNAL
005860         AT END
005870             SET WS-FIM-DO-JORNAL TO TRUE
005880     END-READ.
005890     PERFORM 2200-SELECIONAR-MOVIMENTO THRU 2200-EXIT
005900         UNTIL WS-FIM-DO-JORNAL.
005910     CLOSE TRANSACTION-JOURNAL.
005920 2100-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------
005950* 2200-SELECIONAR-MOVIMENTO
005960* KEEPS A DEPOSIT OR SAQUE DATED INSIDE THE WINDOW. ONE AT
005970* OR ABOVE THE LIMIT ONLY COUNTS ON ITS OWN DATE, SO IT IS
005980* KEPT ONLY WHEN IT IS OF THE BUSINESS DATE.
005990*-----------------------------------------------------------
006000 2200-SELECIONAR-MOVIMENTO.
006010     ADD 1 TO WS-QTDE-LIDOS.
006020     IF NOT TJ-TIPO-DEPOSITO AND NOT TJ-TIPO-SAQUE
006030         GO TO 2200-LER-PROXIMO
006040     END-IF.
006050     IF TJ-TRANS-DATE > WS-DATA-ATUAL
006060         GO TO 2200-LER-PROXIMO
006070     END-IF.
006080     IF TJ-TRANS-AMOUNT NOT < WS-VALOR-LIMITE
006090         AND TJ-TRANS-DATE NOT = WS-DATA-ATUAL
006100         GO TO 2200-LER-PROXIMO
006110     END-IF.
006120     IF TJ-TRANS-DATE < WS-DATA-INICIO
006130         GO TO 2200-LER-PROXIMO
006140     END-IF.
006150     ADD 1 TO WS-QTDE-ESPECIE.
006160     PERFORM 2300-OBTER-CLIENTE THRU 2300-EXIT.
006170     IF NOT WS-CONTA-LIDA
006180         ADD 1 TO WS-QTDE-SEM-CADASTRO
006190         GO TO 2200-LER-PROXIMO
006200     END-IF.
006210     IF WS-QTDE-MOVTOS NOT < 5000
006220         SET WS-TABELA-CHEIA TO TRUE
006230         GO TO 2200-LER-PROXIMO
006240     END-IF.
006250     ADD 1 TO WS-QTDE-MOVTOS.
006260     SET WS-MOV-IDX TO WS-QTDE-MOVTOS.
006270     MOVE CM-CUSTOMER-CPF   TO WS-MOV-CPF (WS-MOV-IDX).
006280     MOVE TJ-ACCOUNT-NUMBER TO WS-MOV-CONTA (WS-MOV-IDX).
006290     MOVE CM-CUSTOMER-NAME  TO WS-MOV-NOME (WS-MOV-IDX).
006300     MOVE TJ-TRANS-TYPE     TO WS-MOV-TIPO (WS-MOV-IDX).
006310     MOVE TJ-TRANS-DATE     TO WS-MOV-DATA (WS-MOV-IDX).
006320     MOVE TJ-TRANS-TIME     TO WS-MOV-HORA (WS-MOV-IDX).
006330     MOVE TJ-TRANS-AMOUNT   TO WS-MOV-VALOR (WS-MOV-IDX).
006340     MOVE TJ-OPERATOR-ID    TO WS-MOV-OPERADOR (WS-MOV-IDX).
006350     IF TJ-TRANS-AMOUNT NOT < WS-VALOR-LIMITE
006360         MOVE "A" TO WS-MOV-FAIXA (WS-MOV-IDX)
006370     ELSE
006380         MOVE "B" TO WS-MOV-FAIXA (WS-MOV-IDX)
006390     END-IF.
006400     PERFORM 2400-ACUMULAR-GRUPO THRU 2400-EXIT.
006410 2200-LER-PROXIMO.
006420     READ TRANSACTION-JOURNAL
006430         AT END
006440             SET WS-FIM-DO-JORNAL TO TRUE
006450     END-READ.
006460 2200-EXIT.
006470     EXIT.
006480*-----------------------------------------------------------
006490* 2300-OBTER-CLIENTE
006500* READS THE ACCOUNT OF THE MOVEMENT ON CUSTMAST FOR THE
006510* HOLDERS CPF AND NAME. CASH MOVEMENTS OF ONE ACCOUNT
006520* OFTEN FOLLOW EACH OTHER, SO THE LAST ACCOUNT READ IS
006530* NOT READ AGAIN.
006540*-----------------------------------------------------------
006550 2300-OBTER-CLIENTE.
006560     IF WS-CONTA-LIDA
006570         AND TJ-ACCOUNT-NUMBER = WS-ULTIMA-CONTA
006580         GO TO 2300-EXIT
006590     END-IF.
006600     MOVE "N" TO WS-CONTA-LIDA-SW.
006610     MOVE TJ-ACCOUNT-NUMBER TO CM-ACCOUNT-NUMBER.
006620     READ CUSTOMER-MASTER
006630         INVALID KEY
006640             GO TO 2300-EXIT
006650     END-READ.
006660     SET WS-CONTA-LIDA TO TRUE.
006670     MOVE TJ-ACCOUNT-NUMBER TO WS-ULTIMA-CONTA.
006680 2300-EXIT.
006690     EXIT.
006700*-----------------------------------------------------------
006710* 2400-ACUMULAR-GRUPO
006720* ADDS THE MOVEMENT TO THE GROUP OF ITS CPF AND TYPE.
006730*-----------------------------------------------------------
006740 2400-ACUMULAR-GRUPO.
006750     SET WS-GRP-IDX TO 1.
006760     SEARCH WS-GRP-OCORRENCIA
006770         AT END
006780             IF WS-QTDE-GRUPOS < 2000
006790                 ADD 1 TO WS-QTDE-GRUPOS
006800                 SET WS-GRP-IDX TO WS-QTDE-GRUPOS
006810                 MOVE CM-CUSTOMER-CPF
006820                     TO WS-GRP-CPF (WS-GRP-IDX)
006830                 MOVE TJ-TRANS-TYPE TO WS-GRP-TIPO (WS-GRP-IDX)
006840                 MOVE ZERO TO WS-GRP-QTDE-ACIMA (WS-GRP-IDX)
006850                 MOVE ZERO TO WS-GRP-TOTAL-ACIMA (WS-GRP-IDX)
006860                 MOVE ZERO TO WS-GRP-INICIO-ACIMA (WS-GRP-IDX)
006870                 MOVE ZERO TO WS-GRP-QTDE-ABAIXO (WS-GRP-IDX)
006880                 MOVE ZERO TO WS-GRP-TOTAL-ABAIXO (WS-GRP-IDX)
006890                 MOVE ZERO TO WS-GRP-INICIO-ABAIXO (WS-GRP-IDX)
006900                 MOVE ZERO TO WS-GRP-HOJE-ABAIXO (WS-GRP-IDX)
006910             ELSE
006920                 SET WS-TABELA-CHEIA TO TRUE
006930                 GO TO 2400-EXIT
006940             END-IF
006950         WHEN WS-GRP-CPF (WS-GRP-IDX) = CM-CUSTOMER-CPF
006960             AND WS-GRP-TIPO (WS-GRP-IDX) = TJ-TRANS-TYPE
006970             CONTINUE
006980     END-SEARCH.
006990     IF WS-MOV-FAIXA (WS-MOV-IDX) = "A"
007000         ADD 1 TO WS-GRP-QTDE-ACIMA (WS-GRP-IDX)
007010         ADD TJ-TRANS-AMOUNT TO WS-GRP-TOTAL-ACIMA (WS-GRP-IDX)
007020         MOVE TJ-TRANS-DATE TO WS-GRP-INICIO-ACIMA (WS-GRP-IDX)
007030     ELSE
007040         ADD 1 TO WS-GRP-QTDE-ABAIXO (WS-GRP-IDX)
007050         ADD TJ-TRANS-AMOUNT
007060             TO WS-GRP-TOTAL-ABAIXO (WS-GRP-IDX)
007070         IF WS-GRP-INICIO-ABAIXO (WS-GRP-IDX) = ZERO
007080             OR TJ-TRANS-DATE < WS-GRP-INICIO-ABAIXO (WS-GRP-IDX)
007090             MOVE TJ-TRANS-DATE
007100                 TO WS-GRP-INICIO-ABAIXO (WS-GRP-IDX)
007110         END-IF
007120         IF TJ-TRANS-DATE = WS-DATA-ATUAL
007130             ADD 1 TO WS-GRP-HOJE-ABAIXO (WS-GRP-IDX)
007140         END-IF
007150     END-IF.
007160 2400-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------
007190* 3000-AVALIAR-GRUPO
007200* RAISES THE CASES OF ONE CPF AND TYPE: A VALOR CASE WHEN
007210* THE DATE HAS MOVEMENTS AT OR ABOVE THE LIMIT, AND A
007220* FRACIONAMENTO CASE WHEN TWO OR MORE MOVEMENTS UNDER THE
007230* LIMIT REACH IT TOGETHER AND ONE OF THEM IS OF THE DATE.
007240*-----------------------------------------------------------
007250 3000-AVALIAR-GRUPO.
007260     IF WS-GRP-QTDE-ACIMA (WS-GRP-IDX) > ZERO
007270         MOVE "V" TO WS-CASO-TIPO
007280         MOVE "A" TO WS-CASO-FAIXA
007290         MOVE WS-GRP-QTDE-ACIMA (WS-GRP-IDX)   TO WS-CASO-QTDE
007300         MOVE WS-GRP-TOTAL-ACIMA (WS-GRP-IDX)  TO WS-CASO-TOTAL
007310         MOVE WS-GRP-INICIO-ACIMA (WS-GRP-IDX) TO WS-CASO-INICIO
007320         PERFORM 3100-REGISTRAR-CASO THRU 3100-EXIT
007330     END-IF.
007340     IF WS-GRP-QTDE-ABAIXO (WS-GRP-IDX) > 1
007350         AND WS-GRP-TOTAL-ABAIXO (WS-GRP-IDX)
007360             NOT < WS-VALOR-LIMITE
007370         AND WS-GRP-HOJE-ABAIXO (WS-GRP-IDX) > ZERO
007380         MOVE "F" TO WS-CASO-TIPO
007390         MOVE "B" TO WS-CASO-FAIXA
007400         MOVE WS-GRP-QTDE-ABAIXO (WS-GRP-IDX)  TO WS-CASO-QTDE
007410         MOVE WS-GRP-TOTAL-ABAIXO (WS-GRP-IDX) TO WS-CASO-TOTAL
007420         MOVE WS-GRP-INICIO-ABAIXO (WS-GRP-IDX)
007430             TO WS-CASO-INICIO
007440         PERFORM 3100-REGISTRAR-CASO THRU 3100-EXIT
007450     END-IF.
007460 3000-EXIT.
007470     EXIT.
007480*-----------------------------------------------------------
007490* 3100-REGISTRAR-CASO
007500* WRITES EVERY MOVEMENT OF THE CASE TO THE COAF REGISTER.
007510* A MOVEMENT ALREADY THERE FOR THE DATE ONLY HAS ITS CASE
007520* TOTALS REFRESHED. THE CASE IS NEW, AND GOES TO THE
007530* WORKLIST, ONLY WHEN AT LEAST ONE OF ITS MOVEMENTS WAS
007540* NOT REGISTERED YET.
007550*-----------------------------------------------------------
007560 3100-REGISTRAR-CASO.
007570     MOVE ZERO TO WS-CASO-NOVOS.
007580     PERFORM 3110-REGISTRAR-MOVTO THRU 3110-EXIT
007590         VARYING WS-MOV-IDX FROM 1 BY 1
007600         UNTIL WS-MOV-IDX > WS-QTDE-MOVTOS.
007610     IF WS-CASO-NOVOS = ZERO
007620         ADD 1 TO WS-QTDE-CASOS-REPETIDOS
007630         GO TO 3100-EXIT
007640     END-IF.
007650     ADD 1 TO WS-QTDE-CASOS-NOVOS.
007660     PERFORM 3200-IMPRIMIR-CASO THRU 3200-EXIT.
007670 3100-EXIT.
007680     EXIT.
007690 3110-REGISTRAR-MOVTO.
007700     IF WS-MOV-CPF (WS-MOV-IDX) NOT = WS-GRP-CPF (WS-GRP-IDX)
007710         OR WS-MOV-TIPO (WS-MOV-IDX)
007720             NOT = WS-GRP-TIPO (WS-GRP-IDX)
007730         OR WS-MOV-FAIXA (WS-MOV-IDX) NOT = WS-CASO-FAIXA
007740         GO TO 3110-EXIT
007750     END-IF.
007760     MOVE WS-DATA-ATUAL               TO CR-DATA-BASE.
007770     MOVE WS-MOV-CPF (WS-MOV-IDX)     TO CR-CUSTOMER-CPF.
007780     MOVE WS-CASO-TIPO                TO CR-TIPO-CASO.
007790     MOVE WS-MOV-TIPO (WS-MOV-IDX)    TO CR-TIPO-MOV.
007800     MOVE WS-MOV-CONTA (WS-MOV-IDX)   TO CR-ACCOUNT-NUMBER.
007810     MOVE WS-MOV-DATA (WS-MOV-IDX)    TO CR-DATA-MOV.
007820     MOVE WS-MOV-HORA (WS-MOV-IDX)    TO CR-HORA-MOV.
007830     MOVE WS-MOV-VALOR (WS-MOV-IDX)   TO CR-VALOR-MOV.
007840     MOVE WS-MOV-OPERADOR (WS-MOV-IDX) TO CR-OPERATOR-ID.
007850     MOVE WS-MOV-NOME (WS-MOV-IDX)    TO CR-CUSTOMER-NAME.
007860     MOVE WS-CASO-QTDE                TO CR-QTDE-CASO.
007870     MOVE WS-CASO-TOTAL               TO CR-TOTAL-CASO.
007880     MOVE WS-CASO-INICIO              TO CR-DATA-INICIO.
007890     MOVE WS-VALOR-LIMITE             TO CR-VALOR-LIMITE.
007900     MOVE WS-DATA-SISTEMA             TO CR-DATA-REGISTRO.
007910     MOVE WS-HORA-ATUAL               TO CR-HORA-REGISTRO.
007920     MOVE SPACES                      TO CR-FILLER.
007930     WRITE COAFREG-RECORD
007940         INVALID KEY
007950             PERFORM 3120-ATUALIZAR-MOVTO THRU 3120-EXIT
007960         NOT INVALID KEY
007970             ADD 1 TO WS-CASO-NOVOS
007980     END-WRITE.
007990 3110-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------
008020* 3120-ATUALIZAR-MOVTO
008030* THE MOVEMENT IS ALREADY ON THE REGISTER FOR THE DATE: ITS
008040* ORIGINAL REGISTRATION STAMP IS KEPT AND ONLY THE CASE
008050* TOTALS ARE BROUGHT UP TO DATE.
008060*-----------------------------------------------------------
008070 3120-ATUALIZAR-MOVTO.
008080     READ COAF-REGISTER
008090         INVALID KEY
008100             DISPLAY "ERRO NO COAFREG. STATUS: "
008110                 WS-COAFREG-STATUS
008120             GO TO 3120-EXIT
008130     END-READ.
008140     MOVE WS-CASO-QTDE     TO CR-QTDE-CASO.
008150     MOVE WS-CASO-TOTAL    TO CR-TOTAL-CASO.
008160     MOVE WS-CASO-INICIO   TO CR-DATA-INICIO.
008170     REWRITE COAFREG-RECORD
008180         INVALID KEY
008190             DISPLAY "ERRO AO ATUALIZAR O COAFREG. STATUS: "
008200                 WS-COAFREG-STATUS
008210     END-REWRITE.
008220 3120-EXIT.
008230     EXIT.
008240*-----------------------------------------------------------
008250* 3200-IMPRIMIR-CASO
008260* PRINTS ONE NEW CASE ON THE ANALYSTS WORKLIST WITH ALL ITS
008270* MOVEMENTS AND A LINE FOR THE ANALYSTS DECISION.
008280*-----------------------------------------------------------
008290 3200-IMPRIMIR-CASO.
008300     ADD 1 TO WS-CASO-NUMERO.
008310     MOVE WS-CASO-NUMERO            TO WS-LC-NUMERO.
008320     MOVE WS-GRP-CPF (WS-GRP-IDX)   TO WS-LC-CPF.
008330     MOVE CR-CUSTOMER-NAME          TO WS-LC-NOME.
008340     IF WS-CASO-TIPO = "V"
008350         MOVE "VALOR ACIMA DO LIMITE - " TO WS-LC-DESCRICAO
008360     ELSE
008370         MOVE "FRACIONAMENTO         - " TO WS-LC-DESCRICAO
008380     END-IF.
008390     IF WS-GRP-TIPO (WS-GRP-IDX) = "DP"
008400         MOVE "DEPOSITO " TO WS-LC-TIPO-MOV
008410     ELSE
008420         MOVE "SAQUE    " TO WS-LC-TIPO-MOV
008430     END-IF.
008440     MOVE WS-CASO-QTDE              TO WS-LC-QTDE.
008450     MOVE WS-CASO-TOTAL             TO WS-LC-TOTAL.
008460     WRITE COAFRPT-LINE FROM WS-LINHA-CASO-1.
008470     WRITE COAFRPT-LINE FROM WS-LINHA-CASO-2.
008480     WRITE COAFRPT-LINE FROM WS-LINHA-CAB-MOVTO.
008490     PERFORM 3210-IMPRIMIR-MOVTO THRU 3210-EXIT
008500         VARYING WS-MOV-IDX FROM 1 BY 1
008510         UNTIL WS-MOV-IDX > WS-QTDE-MOVTOS.
008520     WRITE COAFRPT-LINE FROM WS-LINHA-PARECER.
008530     WRITE COAFRPT-LINE FROM WS-LINHA-BRANCO.
008540 3200-EXIT.
008550     EXIT.
008560 3210-IMPRIMIR-MOVTO.
008570     IF WS-MOV-CPF (WS-MOV-IDX) = WS-GRP-CPF (WS-GRP-IDX)
008580         AND WS-MOV-TIPO (WS-MOV-IDX) = WS-GRP-TIPO (WS-GRP-IDX)
008590         AND WS-MOV-FAIXA (WS-MOV-IDX) = WS-CASO-FAIXA
008600         MOVE WS-MOV-CONTA (WS-MOV-IDX)    TO WS-LM-CONTA
008610         MOVE WS-MOV-DATA (WS-MOV-IDX)     TO WS-LM-DATA
008620         MOVE WS-MOV-HORA (WS-MOV-IDX)     TO WS-LM-HORA
008630         MOVE WS-MOV-OPERADOR (WS-MOV-IDX) TO WS-LM-OPERADOR
008640         MOVE WS-MOV-TIPO (WS-MOV-IDX)     TO WS-LM-TIPO
008650         MOVE WS-MOV-VALOR (WS-MOV-IDX)    TO WS-LM-VALOR
008660         WRITE COAFRPT-LINE FROM WS-LINHA-MOVTO
008670     END-IF.
008680 3210-EXIT.
008690     EXIT.
008700*-----------------------------------------------------------
008710* 5000-GERAR-COMUNICACAO
008720* REBUILDS COAFCOM WITH EVERY CASE REGISTERED FOR THE
008730* DATE, IN REGISTER KEY ORDER (CPF, KIND OF CASE, TYPE).
008740* A "C" RECORD OPENS EACH CASE, TAKEN FROM THE CASE TOTALS
008750* CARRIED ON ITS FIRST MEMBER.
008760*-----------------------------------------------------------
008770 5000-GERAR-COMUNICACAO.
008780     OPEN OUTPUT COMMUNICATION-FILE.
008790     IF NOT WS-COAFCOM-OK
008800         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO COAFCOM."
008810         GO TO 5000-EXIT
008820     END-IF.
008830     MOVE WS-DATA-SISTEMA  TO WS-CH-DATA-GERACAO.
008840     MOVE WS-DATA-ATUAL    TO WS-CH-DATA-BASE.
008850     MOVE WS-VALOR-LIMITE  TO WS-CH-VALOR-LIMITE.
008860     MOVE WS-DIAS-JANELA   TO WS-CH-DIAS-JANELA.
008870     WRITE COAFCOM-RECORD FROM WS-COM-HEADER.
008880     MOVE LOW-VALUES TO WS-QUEBRA-ANTERIOR.
008890     MOVE "N" TO WS-EOF-REGISTRO-SW.
008900     MOVE LOW-VALUES    TO CR-CHAVE.
008910     MOVE WS-DATA-ATUAL TO CR-DATA-BASE.
008920     START COAF-REGISTER
008930         KEY IS NOT LESS THAN CR-CHAVE
008940         INVALID KEY
008950             SET WS-FIM-DO-REGISTRO TO TRUE
008960     END-START.
008970     IF NOT WS-FIM-DO-REGISTRO
008980         READ COAF-REGISTER NEXT RECORD
008990             AT END
009000                 SET WS-FIM-DO-REGISTRO TO TRUE
009010         END-READ
009020     END-IF.
009030     PERFORM 5100-ENVIAR-MOVTO THRU 5100-EXIT
009040         UNTIL WS-FIM-DO-REGISTRO.
009050     MOVE WS-QTDE-CASOS-ENVIADOS TO WS-CT-QTDE-CASOS.
009060     MOVE WS-QTDE-MOV-ENVIADOS   TO WS-CT-QTDE-MOVTOS.
009070     MOVE WS-HASH-ENVIADOS       TO WS-CT-HASH.
009080     WRITE COAFCOM-RECORD FROM WS-COM-TRAILER.
009090     CLOSE COMMUNICATION-FILE.
009100 5000-EXIT.
009110     EXIT.
009120 5100-ENVIAR-MOVTO.
009130     IF CR-DATA-BASE NOT = WS-DATA-ATUAL
009140         SET WS-FIM-DO-REGISTRO TO TRUE
009150         GO TO 5100-EXIT
009160     END-IF.
009170     MOVE CR-CUSTOMER-CPF TO WS-QA-CPF.
009180     MOVE CR-TIPO-CASO    TO WS-QA-TIPO-CASO.
009190     MOVE CR-TIPO-MOV     TO WS-QA-TIPO-MOV.
009200     IF WS-QUEBRA-ATUAL NOT = WS-QUEBRA-ANTERIOR
009210         MOVE WS-QUEBRA-ATUAL  TO WS-QUEBRA-ANTERIOR
009220         MOVE CR-CUSTOMER-CPF  TO WS-CC-CPF
009230         MOVE CR-CUSTOMER-NAME TO WS-CC-NOME
009240         MOVE CR-TIPO-CASO     TO WS-CC-TIPO-CASO
009250         MOVE CR-TIPO-MOV      TO WS-CC-TIPO-MOV
009260         MOVE CR-QTDE-CASO     TO WS-CC-QTDE
009270         MOVE CR-TOTAL-CASO    TO WS-CC-TOTAL
009280         MOVE CR-DATA-INICIO   TO WS-CC-DATA-INICIO
009290         WRITE COAFCOM-RECORD FROM WS-COM-CASO
009300         ADD 1 TO WS-QTDE-CASOS-ENVIADOS
009310     END-IF.
009320     MOVE CR-CUSTOMER-CPF   TO WS-CD-CPF.
009330     MOVE CR-ACCOUNT-NUMBER TO WS-CD-CONTA.
009340     MOVE CR-TIPO-MOV       TO WS-CD-TIPO-MOV.
009350     MOVE CR-DATA-MOV       TO WS-CD-DATA.
009360     MOVE CR-HORA-MOV       TO WS-CD-HORA.
009370     MOVE CR-VALOR-MOV      TO WS-CD-VALOR.
009380     MOVE CR-OPERATOR-ID    TO WS-CD-OPERADOR.
009390     WRITE COAFCOM-RECORD FROM WS-COM-DETALHE.
009400     ADD 1 TO WS-QTDE-MOV-ENVIADOS.
009410     ADD CR-VALOR-MOV TO WS-HASH-ENVIADOS
009420         ON SIZE ERROR
009430             CONTINUE
009440     END-ADD.
009450     READ COAF-REGISTER NEXT RECORD
009460         AT END
009470             SET WS-FIM-DO-REGISTRO TO TRUE
009480     END-READ.
009490 5100-EXIT.
009500     EXIT.
009510*-----------------------------------------------------------
009520* 5300-RECUAR-DIA
009530* MOVES WS-DATA-INICIO BACK ONE CALENDAR DAY, CROSSING INTO
009540* THE PREVIOUS MONTH (AND YEAR) WHEN NEEDED. FEBRUARY
009550* GETS ITS 29TH DAY IN A LEAP YEAR.
009560*-----------------------------------------------------------
009570 5300-RECUAR-DIA.
009580     IF WS-INICIO-DD > 1
009590         SUBTRACT 1 FROM WS-INICIO-DD
009600         GO TO 5300-EXIT
009610     END-IF.
009620     IF WS-INICIO-MES = 1
009630         SUBTRACT 1 FROM WS-INICIO-ANO
009640         MOVE 12 TO WS-INICIO-MES
009650     ELSE
009660         SUBTRACT 1 FROM WS-INICIO-MES
009670     END-IF.
009680     MOVE WS-DIAS-DO-MES (WS-INICIO-MES) TO WS-INICIO-DD.
009690     IF WS-INICIO-MES = 2
009700         DIVIDE WS-INICIO-ANO BY 4
009710             GIVING WS-QUOC-4 REMAINDER WS-RESTO-4
009720         DIVIDE WS-INICIO-ANO BY 100
009730             GIVING WS-QUOC-100 REMAINDER WS-RESTO-100
009740         DIVIDE WS-INICIO-ANO BY 400
009750             GIVING WS-QUOC-400 REMAINDER WS-RESTO-400
009760         IF WS-RESTO-4 = ZERO
009770             AND (WS-RESTO-100 NOT = ZERO
009780             OR WS-RESTO-400 = ZERO)
009790             MOVE 29 TO WS-INICIO-DD
009800         END-IF
009810     END-IF.
009820 5300-EXIT.
009830     EXIT.
009840*-----------------------------------------------------------
009850* 7100-INICIAR-RUNCTL
009860* REGISTERS THE RUN ON THE RUN-CONTROL FILE. THE COAF
009870* REGISTER ALREADY KEEPS A RE-RUN FROM REPORTING A CASE
009880* AGAIN, SO A RE-RUN ON THE SAME DATE IS ALLOWED AND
009890* SIMPLY OVERWRITES THAT DATES RECORD, AS IN MOVDIA.
009900*-----------------------------------------------------------
009910 7100-INICIAR-RUNCTL.
009920     MOVE "N"            TO WS-RUNCTL-EXISTE-SW.
009930     MOVE "COAFBAT"      TO RC-JOB-NAME.
009940     MOVE WS-DATA-ATUAL  TO RC-PROC-DATE.
009950     READ RUN-CONTROL
009960         INVALID KEY
009970             CONTINUE
009980         NOT INVALID KEY
009990             SET WS-RUNCTL-EXISTE TO TRUE
010000     END-READ.
010010     MOVE "COAFBAT"      TO RC-JOB-NAME.
010020     MOVE WS-DATA-ATUAL  TO RC-PROC-DATE.
010030     MOVE "E"            TO RC-RUN-STATUS.
010040     MOVE WS-HORA-ATUAL  TO RC-START-TIME.
010050     MOVE ZERO           TO RC-END-TIME.
010060     MOVE ZERO           TO RC-CHECKPOINT-KEY.
010070     MOVE ZERO           TO RC-QTDE-LIDAS.
010080     MOVE ZERO           TO RC-QTDE-PROCESSADAS.
010090     MOVE ZERO           TO RC-QTDE-IGNORADAS.
010100     MOVE SPACES         TO RC-FILLER.
010110     IF WS-RUNCTL-EXISTE
010120         REWRITE RUNCTL-RECORD
010130             INVALID KEY
010140                 DISPLAY "ERRO NO RUN-CONTROL. STATUS: "
010150                     WS-RUNCTL-STATUS
010160         END-REWRITE
010170     ELSE
010180         WRITE RUNCTL-RECORD
010190             INVALID KEY
010200                 DISPLAY "ERRO NO RUN-CONTROL. STATUS: "
010210                     WS-RUNCTL-STATUS
010220         END-WRITE
010230     END-IF.
010240 7100-EXIT.
010250     EXIT.
010260*-----------------------------------------------------------
010270* 7300-ENCERRAR-RUNCTL
010280* MARKS THE RUN CONCLUIDO WITH THE CASH MOVEMENTS READ,
010290* THE NEW CASES AND THE CASES ALREADY REPORTED.
010300*-----------------------------------------------------------
010310 7300-ENCERRAR-RUNCTL.
010320     MOVE "C"                     TO RC-RUN-STATUS.
010330     ACCEPT WS-HORA-ATUAL FROM TIME.
010340     MOVE WS-HORA-ATUAL           TO RC-END-TIME.
010350     MOVE WS-QTDE-ESPECIE         TO RC-QTDE-LIDAS.
010360     MOVE WS-QTDE-CASOS-NOVOS     TO RC-QTDE-PROCESSADAS.
010370     MOVE WS-QTDE-CASOS-REPETIDOS TO RC-QTDE-IGNORADAS.
010380     REWRITE RUNCTL-RECORD
010390         INVALID KEY
010400             DISPLAY "ERRO AO ENCERRAR RUN-CONTROL. STATUS: "
010410                 WS-RUNCTL-STATUS
010420     END-REWRITE.
010430 7300-EXIT.
010440     EXIT.
010450*-----------------------------------------------------------
010460* 8000-IMPRIMIR-TOTAIS
010470* CLOSES THE WORKLIST WITH THE RUN TOTALS.
010480*-----------------------------------------------------------
010490 8000-IMPRIMIR-TOTAIS.
010500     IF WS-QTDE-CASOS-NOVOS = ZERO
010510         MOVE "NENHUM CASO NOVO NA DATA." TO COAFRPT-LINE
010520         WRITE COAFRPT-LINE
010530         WRITE COAFRPT-LINE FROM WS-LINHA-BRANCO
010540     END-IF.
010550     MOVE "MOVIMENTOS EM ESPECIE:"       TO WS-LT-DESCRICAO.
010560     MOVE WS-QTDE-ESPECIE                TO WS-LT-QTDE.
010570     WRITE COAFRPT-LINE FROM WS-LINHA-TOTAL.
010580     MOVE "  SEM CONTA NO CADASTRO:"     TO WS-LT-DESCRICAO.
010590     MOVE WS-QTDE-SEM-CADASTRO           TO WS-LT-QTDE.
010600     WRITE COAFRPT-LINE FROM WS-LINHA-TOTAL.
010610     MOVE "CASOS NOVOS:"                 TO WS-LT-DESCRICAO.
010620     MOVE WS-QTDE-CASOS-NOVOS            TO WS-LT-QTDE.
010630     WRITE COAFRPT-LINE FROM WS-LINHA-TOTAL.
010640     MOVE "CASOS JA COMUNICADOS:"        TO WS-LT-DESCRICAO.
010650     MOVE WS-QTDE-CASOS-REPETIDOS        TO WS-LT-QTDE.
010660     WRITE COAFRPT-LINE FROM WS-LINHA-TOTAL.
010670 8000-EXIT.
010680     EXIT.
010690*-----------------------------------------------------------
010700* 9000-FINALIZE
010710* CLOSES THE FILES AND DISPLAYS THE RUN SUMMARY.
010720*-----------------------------------------------------------
010730 9000-FINALIZE.
010740     CLOSE CUSTOMER-MASTER.
010750     CLOSE COAF-REGISTER.
010760     CLOSE WORKLIST-REPORT.
010770     CLOSE RUN-CONTROL.
010780     DISPLAY "COAFBAT - MOVIMENTOS EM ESPECIE : " WS-QTDE-ESPECIE.
010790     DISPLAY "COAFBAT - CASOS NOVOS           : "
010800         WS-QTDE-CASOS-NOVOS.
010810     DISPLAY "COAFBAT - CASOS JA COMUNICADOS  : "
010820         WS-QTDE-CASOS-REPETIDOS.
010830     DISPLAY "COAFBAT - CASOS NO COAFCOM      : "
010840         WS-QTDE-CASOS-ENVIADOS.
010850 9000-EXIT.
010860     EXIT.
010870 END PROGRAM COAFBAT.
