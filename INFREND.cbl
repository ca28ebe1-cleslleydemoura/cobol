000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. INFREND.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - YEAR-END INFORME DE
000120*                  RENDIMENTOS PER CPF. GIVEN THE BASE
000130*                  YEAR, READS THE TWELVE MONTHLY ARCHIVES
000140*                  TJARCH.AAAAMM WRITTEN BY ARCJRNL IN
000150*                  MONTH ORDER, PLUS THE LIVE TRANJRNL FOR
000160*                  THE MONTHS NOT CUT OVER YET, AND TAKES
000170*                  PER ACCOUNT THE BALANCE ON 31/12 OF THE
000180*                  PRIOR YEAR AND OF THE BASE YEAR (THE
000190*                  RESULTING BALANCE OF THE LAST MOVEMENT,
000200*                  OR SA CARRY-FORWARD RECORD, DATED UP TO
000210*                  EACH DAY) AND THE TOTAL OF THE INTEREST
000220*                  CREDITS (JR) OF THE BASE YEAR. THEN
000230*                  WALKS CUSTMAST IN CPF ORDER, AS POSCPF
000240*                  DOES, AND PRINTS ONE INFORME PER CPF
000250*                  WITH EVERY ACCOUNT OF THE CUSTOMER ON
000260*                  INFREND, AND ONE SUMMARY RECORD PER CPF
000270*                  ON THE FIXED-LAYOUT FILE INFRFIS FOR THE
000280*                  TAX AUTHORITY. EVERY MONTH OF THE YEAR
000290*                  IS CHECKED BEFORE ANY OUTPUT IS OPENED:
000300*                  A MONTH WITH NO ARCHIVE THAT IS NOT ON
000310*                  THE LIVE JOURNAL EITHER STOPS THE RUN
000320*                  AND IS NAMED ON THE CONSOLE. WHEN THE
000330*                  DECEMBER CUTOVER CLOSED BEFORE THE 31ST,
000340*                  THE LAST DAYS OF THE YEAR ARE TAKEN FROM
000350*                  THE NEXT JANUARY ARCHIVE OR THE LIVE
000360*                  JOURNAL.
000362* 2026-10-15 CDM   THE JOURNAL IS INDEXED. IT IS READ IN ITS
000364*                  PRIME KEY (TJ-SEQUENCIA) ORDER, WHICH IS THE
000366*                  POSTING ORDER OF THE OLD SEQUENTIAL FILE.
000370*-----------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS CM-ACCOUNT-NUMBER
000450         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000460             WITH DUPLICATES
000470         FILE STATUS IS WS-CUSTMAST-STATUS.
000480     SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC WS-NOME-JORNAL
000484         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS SEQUENTIAL
000492         RECORD KEY IS TJ-SEQUENCIA
000496         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000500         FILE STATUS IS WS-TRANJRNL-STATUS.
000510     SELECT INFORME-REPORT ASSIGN TO "INFREND"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-INFREND-STATUS.
000540     SELECT TAX-FILE ASSIGN TO "INFRFIS"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-INFRFIS-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CUSTOMER-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CUSTMAST.
000630 FD  TRANSACTION-JOURNAL
000640     LABEL RECORDS ARE STANDARD.
000650     COPY TRANJRNL.
000660 FD  INFORME-REPORT
000670     LABEL RECORDS ARE STANDARD.
000680 01  INFREND-LINE             PIC X(80).
000690 FD  TAX-FILE
000700     LABEL RECORDS ARE STANDARD.
000710 01  INFRFIS-RECORD           PIC X(100).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-FILE-STATUSES.
000750     05  WS-CUSTMAST-STATUS       PIC X(02).
000760         88  WS-CUSTMAST-OK              VALUE "00".
000770         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
000780     05  WS-TRANJRNL-STATUS       PIC X(02).
000790         88  WS-TRANJRNL-OK              VALUE "00".
000800         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
000810     05  WS-INFREND-STATUS        PIC X(02).
000820         88  WS-INFREND-OK               VALUE "00".
000830     05  WS-INFRFIS-STATUS        PIC X(02).
000840         88  WS-INFRFIS-OK               VALUE "00".
000850 01  WS-SWITCHES.
000860     05  WS-EOF-SW                PIC X(01) VALUE "N".
000870         88  WS-FIM-DO-JORNAL            VALUE "S".
000880     05  WS-EOF-CADASTRO-SW       PIC X(01) VALUE "N".
000890         88  WS-FIM-DO-CADASTRO          VALUE "S".
000900     05  WS-GRUPO-CHEIO-SW        PIC X(01) VALUE "N".
000910         88  WS-GRUPO-CHEIO              VALUE "S".
000920     05  WS-LER-VIVO-SW           PIC X(01) VALUE "N".
000930         88  WS-LER-JORNAL-VIVO          VALUE "S".
000940*-----------------------------------------------------------
000950* BASE YEAR AND THE TWO CUT-OFF DAYS OF THE INFORME
000960*-----------------------------------------------------------
000970 77  WS-ANO-BASE              PIC 9(04) VALUE ZERO.
000980 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
000990 01  WS-FIM-ANO-ANTERIOR-AREA.
001000     05  WS-FIM-ANO-ANTERIOR      PIC 9(08) VALUE ZERO.
001010     05  WS-FAA-R REDEFINES WS-FIM-ANO-ANTERIOR.
001020         10  WS-FAA-ANO           PIC 9(04).
001030         10  WS-FAA-MMDD          PIC 9(04).
001040 01  WS-FIM-ANO-BASE-AREA.
001050     05  WS-FIM-ANO-BASE          PIC 9(08) VALUE ZERO.
001060     05  WS-FAB-R REDEFINES WS-FIM-ANO-BASE.
001070         10  WS-FAB-ANO           PIC 9(04).
001080         10  WS-FAB-MMDD          PIC 9(04).
001090*-----------------------------------------------------------
001100* THE TWELVE MONTHS OF THE BASE YEAR AND WHERE EACH ONE IS
001110* READ FROM: "A" ITS ARCHIVE, "L" THE LIVE JOURNAL (NOT
001120* CUT OVER YET), "F" MISSING.
001130*-----------------------------------------------------------
001140 01  WS-TABELA-MESES.
001150     05  WS-MES-ORIGEM            PIC X(01) OCCURS 12 TIMES.
001160 77  WS-MES-IDX               PIC 9(02) COMP VALUE ZERO.
001170 77  WS-QTDE-FALTANTES        PIC 9(02) COMP VALUE ZERO.
001180 01  WS-MES-AREA.
001190     05  WS-MES-AAAAMM            PIC 9(06) VALUE ZERO.
001200     05  WS-MES-R REDEFINES WS-MES-AAAAMM.
001210         10  WS-MES-ANO           PIC 9(04).
001220         10  WS-MES-MM            PIC 9(02).
001230 01  WS-ABERTURA-VIVO-AREA.
001240     05  WS-ABERTURA-VIVO         PIC 9(08) VALUE ZERO.
001250     05  WS-AV-R REDEFINES WS-ABERTURA-VIVO.
001260         10  WS-AV-AAAAMM         PIC 9(06).
001270         10  WS-AV-DD             PIC 9(02).
001280 01  WS-NOME-JORNAL-AREA.
001290     05  WS-NOME-JORNAL           PIC X(13) VALUE "TRANJRNL".
001300     05  WS-NOME-JORNAL-R REDEFINES WS-NOME-JORNAL.
001310         10  FILLER               PIC X(07).
001320         10  WS-NJ-AAAAMM         PIC 9(06).
001330*-----------------------------------------------------------
001340* EVERY CUSTMAST ACCOUNT, LOADED IN ACCOUNT ORDER SO THE
001350* JOURNAL PASS CAN FIND IT WITH A BINARY SEARCH, WITH THE
001360* TWO YEAR-END BALANCES AND THE INTEREST CREDITED.
001370*-----------------------------------------------------------
001380 01  WS-QTDE-CONTAS           PIC 9(05) COMP VALUE ZERO.
001390 01  WS-TABELA-CONTAS.
001400     05  WS-CTA-OCORRENCIA OCCURS 1 TO 5000 TIMES
001410             DEPENDING ON WS-QTDE-CONTAS
001420             ASCENDING KEY IS WS-CTA-CONTA
001430             INDEXED BY WS-CTA-IDX.
001440         10  WS-CTA-CONTA          PIC 9(08).
001450         10  WS-CTA-SALDO-ANTERIOR PIC S9(10)V99.
001460         10  WS-CTA-SALDO-BASE     PIC S9(10)V99.
001470         10  WS-CTA-RENDIMENTOS    PIC 9(10)V99.
001480         10  WS-CTA-MOVIMENTOU     PIC X(01).
001490*-----------------------------------------------------------
001500* ACCOUNTS OF THE CPF BEING GATHERED IN THE CPF-ORDER WALK
001510* (SAME LIMIT AS POSCPF).
001520*-----------------------------------------------------------
001530 77  WS-CPF-CORRENTE          PIC 9(11) VALUE ZERO.
001540 77  WS-NOME-GRUPO            PIC X(30) VALUE SPACES.
001550 01  WS-QTDE-NO-GRUPO         PIC 9(03) COMP VALUE ZERO.
001560 01  WS-TABELA-GRUPO.
001570     05  WS-GRP-OCORRENCIA OCCURS 50 TIMES
001580             INDEXED BY WS-GRP-IDX.
001590         10  WS-GRP-CONTA          PIC 9(08).
001600         10  WS-GRP-SALDO-ANTERIOR PIC S9(10)V99.
001610         10  WS-GRP-SALDO-BASE     PIC S9(10)V99.
001620         10  WS-GRP-RENDIMENTOS    PIC 9(10)V99.
001630 77  WS-IND                   PIC 9(03) COMP VALUE ZERO.
001640 77  WS-TOT-SALDO-ANTERIOR    PIC S9(12)V99 VALUE ZERO.
001650 77  WS-TOT-SALDO-BASE        PIC S9(12)V99 VALUE ZERO.
001660 77  WS-TOT-RENDIMENTOS       PIC 9(12)V99 VALUE ZERO.
001670*-----------------------------------------------------------
001680* RUN COUNTERS AND THE INFRFIS CONTROL TOTALS
001690*-----------------------------------------------------------
001700 77  WS-QTDE-LIDOS            PIC 9(09) COMP VALUE ZERO.
001710 77  WS-QTDE-ARQUIVOS         PIC 9(02) COMP VALUE ZERO.
001720 77  WS-QTDE-INFORMES         PIC 9(07) COMP VALUE ZERO.
001730 77  WS-QTDE-SEM-CPF          PIC 9(07) COMP VALUE ZERO.
001740 77  WS-HASH-RENDIMENTOS      PIC 9(13)V99 VALUE ZERO.
001750*-----------------------------------------------------------
001760* TAX FILE RECORD LAYOUTS (INFRFIS): ONE HEADER, ONE
001770* DETAIL PER CPF, ONE TRAILER WITH THE CPF COUNT AND THE
001780* HASH OF THE INTEREST CREDITED. BALANCES CARRY A LEADING
001790* SIGN, SINCE AN ACCOUNT MAY CLOSE THE YEAR OVERDRAWN.
001800*-----------------------------------------------------------
001810 01  WS-FIS-HEADER.
001820     05  FILLER                   PIC X(01) VALUE "H".
001830     05  WS-FH-ANO-BASE           PIC 9(04).
001840     05  WS-FH-DATA-GERACAO       PIC 9(08).
001850     05  FILLER                   PIC X(20)
001860         VALUE "BANCO DMOURA".
001870     05  FILLER                   PIC X(67) VALUE SPACES.
001880 01  WS-FIS-DETALHE.
001890     05  FILLER                   PIC X(01) VALUE "D".
001900     05  WS-FD-CPF                PIC 9(11).
001910     05  WS-FD-NOME               PIC X(30).
001920     05  WS-FD-QTDE-CONTAS        PIC 9(02).
001930     05  WS-FD-SALDO-ANTERIOR     PIC S9(13)V99
001940         SIGN IS LEADING SEPARATE CHARACTER.
001950     05  WS-FD-SALDO-BASE         PIC S9(13)V99
001960         SIGN IS LEADING SEPARATE CHARACTER.
001970     05  WS-FD-RENDIMENTOS        PIC 9(13)V99.
001980     05  FILLER                   PIC X(09) VALUE SPACES.
001990 01  WS-FIS-TRAILER.
002000     05  FILLER                   PIC X(01) VALUE "T".
002010     05  WS-FT-QTDE               PIC 9(09).
002020     05  WS-FT-HASH               PIC 9(13)V99.
002030     05  FILLER                   PIC X(75) VALUE SPACES.
002040*-----------------------------------------------------------
002050* INFORME LINE LAYOUTS
002060*-----------------------------------------------------------
002070 01  WS-LINHA-DUPLA.
002080     05  FILLER                   PIC X(40)
002090         VALUE "========================================".
002100     05  FILLER                   PIC X(30)
002110         VALUE "==============================".
002120 01  WS-INF-CAB-1.
002130     05  FILLER                   PIC X(20) VALUE SPACES.
002140     05  FILLER                   PIC X(12) VALUE "BANCO DMOURA".
002150 01  WS-INF-CAB-2.
002160     05  FILLER                   PIC X(10) VALUE SPACES.
002170     05  FILLER                   PIC X(36)
002180         VALUE "INFORME DE RENDIMENTOS FINANCEIROS -".
002190     05  FILLER                   PIC X(17)
002195         VALUE " ANO-CALENDARIO: ".
002200     05  WS-IC-ANO                PIC 9(04).
002210 01  WS-INF-CAB-3.
002220     05  FILLER                   PIC X(05) VALUE "CPF: ".
002230     05  WS-IC-CPF                PIC 9(11).
002240     05  FILLER                   PIC X(03) VALUE " - ".
002250     05  WS-IC-NOME               PIC X(30).
002260 01  WS-INF-COLUNAS.
002270     05  FILLER                   PIC X(10) VALUE "CONTA".
002280     05  FILLER                   PIC X(05) VALUE SPACES.
002290     05  FILLER                   PIC X(06) VALUE "SALDO ".
002300     05  WS-ICO-DATA-ANT          PIC X(10).
002310     05  FILLER                   PIC X(04) VALUE SPACES.
002320     05  FILLER                   PIC X(06) VALUE "SALDO ".
002330     05  WS-ICO-DATA-BASE         PIC X(10).
002340     05  FILLER                   PIC X(06) VALUE SPACES.
002350     05  FILLER                   PIC X(11) VALUE "RENDIMENTOS".
002360 01  WS-INF-CONTA.
002370     05  WS-ICT-CONTA             PIC 9(08).
002380     05  FILLER                   PIC X(03) VALUE SPACES.
002390     05  WS-ICT-SALDO-ANT         PIC -(12)9.99.
002400     05  FILLER                   PIC X(03) VALUE SPACES.
002410     05  WS-ICT-SALDO-BASE        PIC -(12)9.99.
002420     05  FILLER                   PIC X(03) VALUE SPACES.
002430     05  WS-ICT-RENDIMENTOS       PIC Z(12)9.99.
002440 01  WS-INF-TOTAL.
002450     05  FILLER                   PIC X(08) VALUE "TOTAL".
002460     05  FILLER                   PIC X(03) VALUE SPACES.
002470     05  WS-ITO-SALDO-ANT         PIC -(12)9.99.
002480     05  FILLER                   PIC X(03) VALUE SPACES.
002490     05  WS-ITO-SALDO-BASE        PIC -(12)9.99.
002500     05  FILLER                   PIC X(03) VALUE SPACES.
002510     05  WS-ITO-RENDIMENTOS       PIC Z(12)9.99.
002520 01  WS-INF-NOTA-1.
002530     05  FILLER                   PIC X(41)
002540         VALUE "RENDIMENTOS: JUROS CREDITADOS EM CONTA NO".
002550     05  FILLER                   PIC X(24)
002560         VALUE " ANO-CALENDARIO.".
002570 01  WS-INF-NOTA-2.
002580     05  FILLER                   PIC X(40)
002590         VALUE "SALDOS NEGATIVOS INDICAM CONTA EM CHEQUE".
002600     05  FILLER                   PIC X(25)
002610         VALUE " ESPECIAL NA DATA.".
002620 01  WS-DATA-EDITADA.
002630     05  FILLER                   PIC X(06) VALUE "31/12/".
002640     05  WS-DE-ANO                PIC 9(04).
002650 01  WS-LINHA-BRANCO              PIC X(80) VALUE SPACES.
002660
002670 PROCEDURE DIVISION.
002680*-----------------------------------------------------------
002690* 0000-MAINLINE
002700* CHECKS THAT EVERY MONTH OF THE YEAR CAN BE READ, BUILDS
002710* THE PER-ACCOUNT FIGURES FROM THE JOURNALS, THEN PRINTS
002720* THE INFORMES AND WRITES THE TAX FILE IN CPF ORDER.
002730*-----------------------------------------------------------
002740 0000-MAINLINE.
002750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002760     PERFORM 2000-LER-MES THRU 2000-EXIT
002770         VARYING WS-MES-IDX FROM 1 BY 1
002780         UNTIL WS-MES-IDX > 12.
002790     PERFORM 2050-LER-JANEIRO-SEGUINTE THRU 2050-EXIT.
002800     IF WS-LER-JORNAL-VIVO
002810         MOVE "TRANJRNL" TO WS-NOME-JORNAL
002820         PERFORM 2100-LER-JORNAL THRU 2100-EXIT
002830     END-IF.
002840     PERFORM 2500-COMPLETAR-SALDO THRU 2500-EXIT
002850         VARYING WS-CTA-IDX FROM 1 BY 1
002860         UNTIL WS-CTA-IDX > WS-QTDE-CONTAS.
002870     PERFORM 3000-VARRER-CADASTRO THRU 3000-EXIT.
002880     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002890     STOP RUN.
002900*-----------------------------------------------------------
002910* 1000-INITIALIZE
002920* ASKS FOR THE BASE YEAR, CHECKS THE TWELVE MONTHS, LOADS
002930* THE ACCOUNT TABLE AND ONLY THEN OPENS THE OUTPUT FILES,
002940* SO A RUN STOPPED HERE LEAVES NOTHING BEHIND.
002950*-----------------------------------------------------------
002960 1000-INITIALIZE.
002970     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002980     DISPLAY "ANO-BASE DO INFORME (AAAA): ".
002990     ACCEPT WS-ANO-BASE.
003000     IF WS-ANO-BASE IS NOT NUMERIC
003010         OR WS-ANO-BASE < 1900
003020         DISPLAY "ANO-BASE INVALIDO. INFREND ABORTADO."
003030         STOP RUN
003040     END-IF.
003050     COMPUTE WS-FAA-ANO = WS-ANO-BASE - 1.
003060     MOVE 1231 TO WS-FAA-MMDD.
003070     MOVE WS-ANO-BASE TO WS-FAB-ANO.
003080     MOVE 1231 TO WS-FAB-MMDD.
003090     PERFORM 1100-VERIFICAR-MESES THRU 1100-EXIT.
003100     IF WS-QTDE-FALTANTES > ZERO
003110         DISPLAY "INFORME NAO GERADO: FALTAM "
003120             WS-QTDE-FALTANTES " ARQUIVO(S) MENSAL(IS)."
003130         DISPLAY "EXECUTE O ARCJRNL OU RESTAURE O ARQUIVO DO"
003140             " MES E RODE O INFREND NOVAMENTE."
003150         STOP RUN
003160     END-IF.
003170     OPEN INPUT CUSTOMER-MASTER.
003180     IF WS-CUSTMAST-NOT-OPEN
003190         DISPLAY "CUSTMAST NAO ENCONTRADO. INFREND ABORTADO."
003200         STOP RUN
003210     END-IF.
003220     PERFORM 1200-CARREGAR-CONTAS THRU 1200-EXIT.
003230     IF WS-GRUPO-CHEIO
003240         DISPLAY "MAIS DE 5000 CONTAS NO CADASTRO - "
003250             "INFORME NAO GERADO."
003260         CLOSE CUSTOMER-MASTER
003270         STOP RUN
003280     END-IF.
003290     OPEN OUTPUT INFORME-REPORT.
003300     IF NOT WS-INFREND-OK
003310         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO INFREND."
003320         CLOSE CUSTOMER-MASTER
003330         STOP RUN
003340     END-IF.
003350     OPEN OUTPUT TAX-FILE.
003360     IF NOT WS-INFRFIS-OK
003370         DISPLAY "NAO FOI POSSIVEL CRIAR O ARQUIVO INFRFIS."
003380         CLOSE CUSTOMER-MASTER
003390         CLOSE INFORME-REPORT
003400         STOP RUN
003410     END-IF.
003420     MOVE WS-ANO-BASE     TO WS-FH-ANO-BASE.
003430     MOVE WS-DATA-SISTEMA TO WS-FH-DATA-GERACAO.
003440     WRITE INFRFIS-RECORD FROM WS-FIS-HEADER.
003450 1000-EXIT.
003460     EXIT.
003470*-----------------------------------------------------------
003480* 1100-VERIFICAR-MESES
003490* DECIDES WHERE EACH MONTH OF THE BASE YEAR IS READ FROM.
003500* A MONTH WITHOUT ITS ARCHIVE IS STILL COMPLETE WHEN THE
003510* LIVE JOURNAL OPENS BEFORE IT, I.E. THE LAST CUTOVER WAS
003520* DONE IN AN EARLIER MONTH (THE FIRST LIVE RECORD IS THE
003530* SA CARRY-FORWARD DATED ON THAT CLOSING DATE). ANY OTHER
003540* MISSING MONTH IS NAMED AND COUNTED.
003550*-----------------------------------------------------------
003560 1100-VERIFICAR-MESES.
003570     MOVE 99999999 TO WS-ABERTURA-VIVO.
003580     MOVE "TRANJRNL" TO WS-NOME-JORNAL.
003590     OPEN INPUT TRANSACTION-JOURNAL.
003600     IF WS-TRANJRNL-OK
003610         READ TRANSACTION-JOURNAL
003620             AT END
003630                 CONTINUE
003640             NOT AT END
003650                 MOVE TJ-TRANS-DATE TO WS-ABERTURA-VIVO
003660         END-READ
003670         CLOSE TRANSACTION-JOURNAL
003680     END-IF.
003690     PERFORM 1110-VERIFICAR-MES THRU 1110-EXIT
003700         VARYING WS-MES-IDX FROM 1 BY 1
003710         UNTIL WS-MES-IDX > 12.
003720     IF WS-ABERTURA-VIVO NOT > WS-FIM-ANO-BASE
003730         SET WS-LER-JORNAL-VIVO TO TRUE
003740     END-IF.
003750 1100-EXIT.
003760     EXIT.
003770 1110-VERIFICAR-MES.
003780     MOVE WS-ANO-BASE TO WS-MES-ANO.
003790     MOVE WS-MES-IDX  TO WS-MES-MM.
003800     MOVE "TJARCH.      " TO WS-NOME-JORNAL.
003810     MOVE WS-MES-AAAAMM   TO WS-NJ-AAAAMM.
003820     OPEN INPUT TRANSACTION-JOURNAL.
003830     IF WS-TRANJRNL-OK
003840         CLOSE TRANSACTION-JOURNAL
003850         MOVE "A" TO WS-MES-ORIGEM (WS-MES-IDX)
003860         GO TO 1110-EXIT
003870     END-IF.
003880     IF WS-AV-AAAAMM < WS-MES-AAAAMM
003890         MOVE "L" TO WS-MES-ORIGEM (WS-MES-IDX)
003900         SET WS-LER-JORNAL-VIVO TO TRUE
003910         GO TO 1110-EXIT
003920     END-IF.
003930     MOVE "F" TO WS-MES-ORIGEM (WS-MES-IDX).
003940     ADD 1 TO WS-QTDE-FALTANTES.
003950     DISPLAY "ARQUIVO " WS-NOME-JORNAL " NAO ENCONTRADO - MES "
003960         WS-MES-MM "/" WS-MES-ANO " SEM MOVIMENTO ARQUIVADO.".
003970 1110-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------
004000* 1200-CARREGAR-CONTAS
004010* LOADS EVERY CUSTMAST ACCOUNT IN ACCOUNT ORDER WITH ZERO
004020* FIGURES. AN ACCOUNT NEVER SEEN ON THE JOURNALS CLOSES
004030* BOTH YEARS WITH A ZERO BALANCE.
004040*-----------------------------------------------------------
004050 1200-CARREGAR-CONTAS.
004060     MOVE LOW-VALUES TO CM-ACCOUNT-NUMBER.
004070     START CUSTOMER-MASTER
004080         KEY IS NOT LESS THAN CM-ACCOUNT-NUMBER
004090         INVALID KEY
004100             SET WS-FIM-DO-CADASTRO TO TRUE
004110     END-START.
004120     IF NOT WS-FIM-DO-CADASTRO
004130         READ CUSTOMER-MASTER NEXT RECORD
004140             AT END
004150                 SET WS-FIM-DO-CADASTRO TO TRUE
004160         END-READ
004170     END-IF.
004180     PERFORM 1210-CARREGAR-CONTA THRU 1210-EXIT
004190         UNTIL WS-FIM-DO-CADASTRO.
004200 1200-EXIT.
004210     EXIT.
004220 1210-CARREGAR-CONTA.
004230     IF WS-QTDE-CONTAS NOT < 5000
004240         SET WS-GRUPO-CHEIO TO TRUE
004250         SET WS-FIM-DO-CADASTRO TO TRUE
004260         GO TO 1210-EXIT
004270     END-IF.
004280     ADD 1 TO WS-QTDE-CONTAS.
004290     SET WS-CTA-IDX TO WS-QTDE-CONTAS.
004300     MOVE CM-ACCOUNT-NUMBER TO WS-CTA-CONTA (WS-CTA-IDX).
004310     MOVE ZERO TO WS-CTA-SALDO-ANTERIOR (WS-CTA-IDX).
004320     MOVE ZERO TO WS-CTA-SALDO-BASE (WS-CTA-IDX).
004330     MOVE ZERO TO WS-CTA-RENDIMENTOS (WS-CTA-IDX).
004340     MOVE "N"  TO WS-CTA-MOVIMENTOU (WS-CTA-IDX).
004350     READ CUSTOMER-MASTER NEXT RECORD
004360         AT END
004370             SET WS-FIM-DO-CADASTRO TO TRUE
004380     END-READ.
004390 1210-EXIT.
004400     EXIT.
004410*-----------------------------------------------------------
004420* 2000-LER-MES
004430* READS THE ARCHIVE OF ONE MONTH, IN MONTH ORDER. MONTHS
004440* STILL ON THE LIVE JOURNAL ARE READ AFTER THE LAST ONE.
004450*-----------------------------------------------------------
004460 2000-LER-MES.
004470     IF WS-MES-ORIGEM (WS-MES-IDX) NOT = "A"
004480         GO TO 2000-EXIT
004490     END-IF.
004500     MOVE WS-ANO-BASE TO WS-MES-ANO.
004510     MOVE WS-MES-IDX  TO WS-MES-MM.
004520     MOVE "TJARCH.      " TO WS-NOME-JORNAL.
004530     MOVE WS-MES-AAAAMM   TO WS-NJ-AAAAMM.
004540     PERFORM 2100-LER-JORNAL THRU 2100-EXIT.
004550 2000-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------
004580* 2050-LER-JANEIRO-SEGUINTE
004590* A DECEMBER CUTOVER CLOSED BEFORE THE 31ST LEAVES THE LAST
004600* DAYS OF THE BASE YEAR IN THE NEXT JANUARY ARCHIVE, WHEN
004610* ONE EXISTS. ITS LATER RECORDS ARE SKIPPED BY DATE.
004620*-----------------------------------------------------------
004630 2050-LER-JANEIRO-SEGUINTE.
004640     COMPUTE WS-MES-ANO = WS-ANO-BASE + 1.
004650     MOVE 01 TO WS-MES-MM.
004660     MOVE "TJARCH.      " TO WS-NOME-JORNAL.
004670     MOVE WS-MES-AAAAMM   TO WS-NJ-AAAAMM.
004680     OPEN INPUT TRANSACTION-JOURNAL.
004690     IF NOT WS-TRANJRNL-OK
004700         GO TO 2050-EXIT
004710     END-IF.
004720     CLOSE TRANSACTION-JOURNAL.
004730     PERFORM 2100-LER-JORNAL THRU 2100-EXIT.
004740 2050-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------
004770* 2100-LER-JORNAL
004780* READS ONE JOURNAL FILE (THE NAME IS ALREADY IN
004790* WS-NOME-JORNAL) FROM TOP TO BOTTOM.
004800*-----------------------------------------------------------
004810 2100-LER-JORNAL.
004820     MOVE "N" TO WS-EOF-SW.
004830     OPEN INPUT TRANSACTION-JOURNAL.
004840     IF NOT WS-TRANJRNL-OK
004850         DISPLAY "ERRO AO ABRIR " WS-NOME-JORNAL ". STATUS: "
004860             WS-TRANJRNL-STATUS
004870         GO TO 2100-EXIT
004880     END-IF.
004890     ADD 1 TO WS-QTDE-ARQUIVOS.
004900     READ TRANSACTION-JOURNAL
004910         AT END
004920             SET WS-FIM-DO-JORNAL TO TRUE
004930     END-READ.
004940     PERFORM 2200-APLICAR-MOVIMENTO THRU 2200-EXIT
004950         UNTIL WS-FIM-DO-JORNAL.
004960     CLOSE TRANSACTION-JOURNAL.
004970 2100-EXIT.
004980     EXIT.
004990*-----------------------------------------------------------
005000* 2200-APLICAR-MOVIMENTO
005010* THE FILES ARE READ IN POSTING ORDER, SO THE LAST RECORD
005020* SEEN UP TO EACH CUT-OFF DAY LEAVES THE BALANCE OF THAT
005030* DAY. SA CARRY-FORWARD RECORDS COUNT LIKE MOVEMENTS FOR
005040* THE BALANCE. ONLY INTEREST CREDITS (JR ABOVE ZERO) ARE
005050* RENDIMENTOS; A NEGATIVE JR IS AN OVERDRAFT CHARGE.
005060*-----------------------------------------------------------
005070 2200-APLICAR-MOVIMENTO.
005080     ADD 1 TO WS-QTDE-LIDOS.
005090     IF TJ-TRANS-DATE > WS-FIM-ANO-BASE
005100         GO TO 2200-LER-PROXIMO
005110     END-IF.
005120     SEARCH ALL WS-CTA-OCORRENCIA
005130         AT END
005140             GO TO 2200-LER-PROXIMO
005150         WHEN WS-CTA-CONTA (WS-CTA-IDX) = TJ-ACCOUNT-NUMBER
005160             CONTINUE
005170     END-SEARCH.
005180     IF TJ-TRANS-DATE NOT > WS-FIM-ANO-ANTERIOR
005190         MOVE TJ-RESULTING-BALANCE
005200             TO WS-CTA-SALDO-ANTERIOR (WS-CTA-IDX)
005210         GO TO 2200-LER-PROXIMO
005220     END-IF.
005230     MOVE TJ-RESULTING-BALANCE TO WS-CTA-SALDO-BASE (WS-CTA-IDX).
005240     MOVE "S" TO WS-CTA-MOVIMENTOU (WS-CTA-IDX).
005250     IF TJ-TIPO-JUROS
005260         AND TJ-TRANS-AMOUNT > ZERO
005270         ADD TJ-TRANS-AMOUNT TO WS-CTA-RENDIMENTOS (WS-CTA-IDX)
005280     END-IF.
005290 2200-LER-PROXIMO.
005300     READ TRANSACTION-JOURNAL
005310         AT END
005320             SET WS-FIM-DO-JORNAL TO TRUE
005330     END-READ.
005340 2200-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------
005370* 2500-COMPLETAR-SALDO
005380* AN ACCOUNT WITH NOTHING DATED IN THE BASE YEAR CLOSES IT
005390* WITH THE BALANCE IT OPENED WITH.
005400*-----------------------------------------------------------
005410 2500-COMPLETAR-SALDO.
005420     IF WS-CTA-MOVIMENTOU (WS-CTA-IDX) = "N"
005430         MOVE WS-CTA-SALDO-ANTERIOR (WS-CTA-IDX)
005440             TO WS-CTA-SALDO-BASE (WS-CTA-IDX)
005450     END-IF.
005460 2500-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------
005490* 3000-VARRER-CADASTRO
005500* WALKS CUSTMAST IN CPF ORDER ON THE ALTERNATE KEY AND
005510* GATHERS THE ACCOUNTS OF EACH CPF; EVERY CPF BREAK
005520* PRINTS AN INFORME (SAME WALK AS POSCPF).
005530*-----------------------------------------------------------
005540 3000-VARRER-CADASTRO.
005550     MOVE "N" TO WS-EOF-CADASTRO-SW.
005560     MOVE "N" TO WS-GRUPO-CHEIO-SW.
005570     MOVE ZERO TO WS-QTDE-NO-GRUPO.
005580     MOVE LOW-VALUES TO CM-CUSTOMER-CPF.
005590     START CUSTOMER-MASTER
005600         KEY IS NOT LESS THAN CM-CUSTOMER-CPF
005610         INVALID KEY
005620             SET WS-FIM-DO-CADASTRO TO TRUE
005630     END-START.
005640     IF NOT WS-FIM-DO-CADASTRO
005650         READ CUSTOMER-MASTER NEXT RECORD
005660             AT END
005670                 SET WS-FIM-DO-CADASTRO TO TRUE
005680         END-READ
005690     END-IF.
005700     IF NOT WS-FIM-DO-CADASTRO
005710         MOVE CM-CUSTOMER-CPF TO WS-CPF-CORRENTE
005720     END-IF.
005730     PERFORM 3100-AGRUPAR-CONTA THRU 3100-EXIT
005740         UNTIL WS-FIM-DO-CADASTRO.
005750     IF WS-QTDE-NO-GRUPO > ZERO
005760         PERFORM 7000-IMPRIMIR-INFORME THRU 7000-EXIT
005770     END-IF.
005780 3000-EXIT.
005790     EXIT.
005800 3100-AGRUPAR-CONTA.
005810     IF CM-CUSTOMER-CPF NOT = WS-CPF-CORRENTE
005820         IF WS-QTDE-NO-GRUPO > ZERO
005830             PERFORM 7000-IMPRIMIR-INFORME THRU 7000-EXIT
005840         END-IF
005850         MOVE ZERO TO WS-QTDE-NO-GRUPO
005860         MOVE "N" TO WS-GRUPO-CHEIO-SW
005870         MOVE CM-CUSTOMER-CPF TO WS-CPF-CORRENTE
005880     END-IF.
005890     IF CM-CUSTOMER-CPF = ZERO
005900         ADD 1 TO WS-QTDE-SEM-CPF
005910     ELSE
005920         PERFORM 5000-GUARDAR-CONTA THRU 5000-EXIT
005930     END-IF.
005940     READ CUSTOMER-MASTER NEXT RECORD
005950         AT END
005960             SET WS-FIM-DO-CADASTRO TO TRUE
005970     END-READ.
005980 3100-EXIT.
005990     EXIT.
006000*-----------------------------------------------------------
006010* 5000-GUARDAR-CONTA
006020* ADDS THE ACCOUNT IN THE RECORD AREA, WITH ITS FIGURES
006030* FROM THE ACCOUNT TABLE, TO THE CURRENT CPF GROUP.
006040*-----------------------------------------------------------
006050 5000-GUARDAR-CONTA.
006060     IF WS-QTDE-NO-GRUPO NOT < 50
006070         IF NOT WS-GRUPO-CHEIO
006080             DISPLAY "MAIS DE 50 CONTAS NO CPF "
006090                 WS-CPF-CORRENTE " - EXCEDENTES OMITIDAS."
006100             SET WS-GRUPO-CHEIO TO TRUE
006110         END-IF
006120         GO TO 5000-EXIT
006130     END-IF.
006140     ADD 1 TO WS-QTDE-NO-GRUPO.
006150     SET WS-GRP-IDX TO WS-QTDE-NO-GRUPO.
006160     IF WS-QTDE-NO-GRUPO = 1
006170         MOVE CM-CUSTOMER-NAME TO WS-NOME-GRUPO
006180     END-IF.
006190     MOVE CM-ACCOUNT-NUMBER TO WS-GRP-CONTA (WS-GRP-IDX).
006200     MOVE ZERO TO WS-GRP-SALDO-ANTERIOR (WS-GRP-IDX).
006210     MOVE ZERO TO WS-GRP-SALDO-BASE (WS-GRP-IDX).
006220     MOVE ZERO TO WS-GRP-RENDIMENTOS (WS-GRP-IDX).
006230     SEARCH ALL WS-CTA-OCORRENCIA
006240         AT END
006250             CONTINUE
006260         WHEN WS-CTA-CONTA (WS-CTA-IDX) = CM-ACCOUNT-NUMBER
006270             MOVE WS-CTA-SALDO-ANTERIOR (WS-CTA-IDX)
006280                 TO WS-GRP-SALDO-ANTERIOR (WS-GRP-IDX)
006290             MOVE WS-CTA-SALDO-BASE (WS-CTA-IDX)
006300                 TO WS-GRP-SALDO-BASE (WS-GRP-IDX)
006310             MOVE WS-CTA-RENDIMENTOS (WS-CTA-IDX)
006320                 TO WS-GRP-RENDIMENTOS (WS-GRP-IDX)
006330     END-SEARCH.
006340 5000-EXIT.
006350     EXIT.
006360*-----------------------------------------------------------
006370* 7000-IMPRIMIR-INFORME
006380* PRINTS THE INFORME OF THE CURRENT CPF - ONE LINE PER
006390* ACCOUNT AND THE CUSTOMER TOTALS - AND WRITES ITS SUMMARY
006400* RECORD TO THE TAX FILE.
006410*-----------------------------------------------------------
006420 7000-IMPRIMIR-INFORME.
006430     ADD 1 TO WS-QTDE-INFORMES.
006440     MOVE ZERO TO WS-TOT-SALDO-ANTERIOR.
006450     MOVE ZERO TO WS-TOT-SALDO-BASE.
006460     MOVE ZERO TO WS-TOT-RENDIMENTOS.
006470     MOVE WS-ANO-BASE     TO WS-IC-ANO.
006480     MOVE WS-CPF-CORRENTE TO WS-IC-CPF.
006490     MOVE WS-NOME-GRUPO   TO WS-IC-NOME.
006500     MOVE WS-FAA-ANO      TO WS-DE-ANO.
006510     MOVE WS-DATA-EDITADA TO WS-ICO-DATA-ANT.
006520     MOVE WS-ANO-BASE     TO WS-DE-ANO.
006530     MOVE WS-DATA-EDITADA TO WS-ICO-DATA-BASE.
006540     WRITE INFREND-LINE FROM WS-LINHA-DUPLA.
006550     WRITE INFREND-LINE FROM WS-INF-CAB-1.
006560     WRITE INFREND-LINE FROM WS-INF-CAB-2.
006570     WRITE INFREND-LINE FROM WS-LINHA-BRANCO.
006580     WRITE INFREND-LINE FROM WS-INF-CAB-3.
006590     WRITE INFREND-LINE FROM WS-LINHA-BRANCO.
006600     WRITE INFREND-LINE FROM WS-INF-COLUNAS.
006610     PERFORM 7100-IMPRIMIR-CONTA THRU 7100-EXIT
006620         VARYING WS-IND FROM 1 BY 1
006630         UNTIL WS-IND > WS-QTDE-NO-GRUPO.
006640     MOVE WS-TOT-SALDO-ANTERIOR TO WS-ITO-SALDO-ANT.
006650     MOVE WS-TOT-SALDO-BASE     TO WS-ITO-SALDO-BASE.
006660     MOVE WS-TOT-RENDIMENTOS    TO WS-ITO-RENDIMENTOS.
006670     WRITE INFREND-LINE FROM WS-LINHA-BRANCO.
006680     WRITE INFREND-LINE FROM WS-INF-TOTAL.
006690     WRITE INFREND-LINE FROM WS-LINHA-BRANCO.
006700     WRITE INFREND-LINE FROM WS-INF-NOTA-1.
006710     WRITE INFREND-LINE FROM WS-INF-NOTA-2.
006720     WRITE INFREND-LINE FROM WS-LINHA-BRANCO.
006730     MOVE WS-CPF-CORRENTE       TO WS-FD-CPF.
006740     MOVE WS-NOME-GRUPO         TO WS-FD-NOME.
006750     MOVE WS-QTDE-NO-GRUPO      TO WS-FD-QTDE-CONTAS.
006760     MOVE WS-TOT-SALDO-ANTERIOR TO WS-FD-SALDO-ANTERIOR.
006770     MOVE WS-TOT-SALDO-BASE     TO WS-FD-SALDO-BASE.
006780     MOVE WS-TOT-RENDIMENTOS    TO WS-FD-RENDIMENTOS.
006790     WRITE INFRFIS-RECORD FROM WS-FIS-DETALHE.
006800     ADD WS-TOT-RENDIMENTOS TO WS-HASH-RENDIMENTOS
006810         ON SIZE ERROR
006820             CONTINUE
006830     END-ADD.
006840 7000-EXIT.
006850     EXIT.
006860 7100-IMPRIMIR-CONTA.
006870     SET WS-GRP-IDX TO WS-IND.
006880     MOVE WS-GRP-CONTA (WS-GRP-IDX)    TO WS-ICT-CONTA.
006890     MOVE WS-GRP-SALDO-ANTERIOR (WS-GRP-IDX)
006900         TO WS-ICT-SALDO-ANT.
006910     MOVE WS-GRP-SALDO-BASE (WS-GRP-IDX)
006920         TO WS-ICT-SALDO-BASE.
006930     MOVE WS-GRP-RENDIMENTOS (WS-GRP-IDX)
006940         TO WS-ICT-RENDIMENTOS.
006950     WRITE INFREND-LINE FROM WS-INF-CONTA.
006960     ADD WS-GRP-SALDO-ANTERIOR (WS-GRP-IDX)
006970         TO WS-TOT-SALDO-ANTERIOR.
006980     ADD WS-GRP-SALDO-BASE (WS-GRP-IDX) TO WS-TOT-SALDO-BASE.
006990     ADD WS-GRP-RENDIMENTOS (WS-GRP-IDX) TO WS-TOT-RENDIMENTOS.
007000 7100-EXIT.
007010     EXIT.
007020*-----------------------------------------------------------
007030* 9000-FINALIZE
007040* WRITES THE TAX FILE TRAILER, CLOSES THE FILES AND
007050* DISPLAYS THE RUN SUMMARY.
007060*-----------------------------------------------------------
007070 9000-FINALIZE.
007080     MOVE WS-QTDE-INFORMES    TO WS-FT-QTDE.
007090     MOVE WS-HASH-RENDIMENTOS TO WS-FT-HASH.
007100     WRITE INFRFIS-RECORD FROM WS-FIS-TRAILER.
007110     CLOSE CUSTOMER-MASTER.
007120     CLOSE INFORME-REPORT.
007130     CLOSE TAX-FILE.
007140     DISPLAY "INFREND - ANO-BASE              : " WS-ANO-BASE.
007150     DISPLAY "INFREND - ARQUIVOS LIDOS        : "
007160         WS-QTDE-ARQUIVOS.
007170     DISPLAY "INFREND - REGISTROS LIDOS       : " WS-QTDE-LIDOS.
007180     DISPLAY "INFREND - INFORMES EMITIDOS     : "
007190         WS-QTDE-INFORMES.
007200     DISPLAY "INFREND - CONTAS SEM CPF        : "
007210         WS-QTDE-SEM-CPF.
007220 9000-EXIT.
007230     EXIT.
007240 END PROGRAM INFREND.
