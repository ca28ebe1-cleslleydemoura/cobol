000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ENCCONT.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - ACCOUNT CLOSING
000120*                  (ENCERRAMENTO) WITH FINAL SETTLEMENT,
000130*                  FOR SUPERVISOR USE ONLY, WITH THE SAME
000140*                  SIGN-ON AND SECLOG EVENTS AS CONTMNT.
000150*                  THE CLOSING IS REFUSED WHILE THE
000160*                  ACCOUNT HAS AN ACTIVE BLOQVAL HOLD, A
000170*                  TRFEXT ORDER STILL PENDENTE OR A LOAN
000180*                  CONTRACT STILL ATIVO, OR WHEN IT WOULD
000190*                  END OVERDRAWN. OTHERWISE IT POSTS THE
000200*                  PRO-RATA JUROS INTEREST OR PENALTY
000210*                  SINCE CM-LAST-INTEREST-DATE (JR) AND
000220*                  THE PRO-RATA TARBAT MAINTENANCE FEE OF
000230*                  THE MONTH (TA), CANCELS THE STANDING
000240*                  ORDERS FROM OR TO THE ACCOUNT, PAYS THE
000250*                  BALANCE OUT IN CASH (SQ) OR AS AN
000260*                  EXTERNAL TRANSFER (TE PLUS A PENDENTE
000270*                  TRFEXT ORDER FOR CLRBAT), AND ONLY THEN
000280*                  SETS THE STATUS TO ENCERRADA. EVERY
000290*                  STEP IS LOGGED TO THE AUDIT FILE AND A
000300*                  TERMO DE ENCERRAMENTO IS PRINTED ON
000310*                  TERMOENC FOR THE CUSTOMER TO SIGN.
000312* 2026-10-15 CDM   THE JOURNAL MOVEMENT NOW CARRIES THE
000314*                  BRANCH (TJ-AGENCIA) OF THE SIGNED-ON
000316*                  SUPERVISOR, SAVED AT SIGN-ON.
000317* 2026-10-15 CDM   THE JOURNAL IS INDEXED (OPENED I-O). EACH
000318*                  MOVEMENT TAKES THE NEXT TJ-SEQUENCIA FROM
000319*                  THE TJSEQ CONTROL FILE BEFORE IT IS WRITTEN.
000320* 2026-10-15 CDM   EACH MOVEMENT OF THE CLOSING IS NOW
000330*                  JOURNALED BEFORE THE MASTER IS REWRITTEN. A
000340*                  TJSEQ OR JOURNAL WRITE FAILURE STOPS THE
000342*                  CLOSING WITH THE ACCOUNT UNTOUCHED; A
000344*                  MOVEMENT WHOSE POSTING FAILS AFTERWARDS IS
000346*                  DELETED FROM THE JOURNAL (5060).
000350*-----------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-ACCOUNT-NUMBER
000430         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-CUSTMAST-STATUS.
000460     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000470         ORGANIZATION IS INDEXED
000472         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS TJ-SEQUENCIA
000476         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000480         FILE STATUS IS WS-TRANJRNL-STATUS.
000482     SELECT JOURNAL-SEQUENCE ASSIGN TO "TJSEQ"
000484         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-TJSEQ-STATUS.
000490     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-AUDITLOG-STATUS.
000520     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS OP-OPERATOR-ID
000560         FILE STATUS IS WS-OPERMAST-STATUS.
000570     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-SECLOG-STATUS.
000600     SELECT HOLDS-FILE ASSIGN TO "BLOQVAL"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS BV-HOLD-NUMBER
000640         ALTERNATE RECORD KEY IS BV-ACCOUNT-NUMBER
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-BLOQVAL-STATUS.
000670     SELECT EXTERNAL-TRANSFERS ASSIGN TO "TRFEXT"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS TX-ORDER-NUMBER
000710         FILE STATUS IS WS-TRFEXT-STATUS.
000720     SELECT STANDING-ORDERS ASSIGN TO "ORDPERM"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS SO-ORDER-NUMBER
000760         FILE STATUS IS WS-ORDPERM-STATUS.
000770     SELECT LOAN-CONTRACTS ASSIGN TO "EMPREST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS EP-CONTRATO
000810         ALTERNATE RECORD KEY IS EP-ACCOUNT-NUMBER
000820             WITH DUPLICATES
000830         ALTERNATE RECORD KEY IS EP-CUSTOMER-CPF
000840             WITH DUPLICATES
000850         FILE STATUS IS WS-EMPREST-STATUS.
000860     SELECT CHEQUE-MASTER ASSIGN TO "CHEQUES"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS CH-CHAVE
000900         FILE STATUS IS WS-CHEQUES-STATUS.
000910     SELECT TARIFF-TABLE ASSIGN TO "TARIFAS"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-TARIFAS-STATUS.
000940     SELECT TERMO-REPORT ASSIGN TO "TERMOENC"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS WS-TERMOENC-STATUS.
000970
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  CUSTOMER-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY CUSTMAST.
001030 FD  TRANSACTION-JOURNAL
001040     LABEL RECORDS ARE STANDARD.
001050     COPY TRANJRNL.
001052 FD  JOURNAL-SEQUENCE
001054     LABEL RECORDS ARE STANDARD.
001056     COPY TJSEQ.
001060 FD  AUDIT-LOG
001070     LABEL RECORDS ARE STANDARD.
001080     COPY AUDITLOG.
001090 FD  OPERATOR-MASTER
001100     LABEL RECORDS ARE STANDARD.
001110     COPY OPERMAST.
001120 FD  SECURITY-LOG
001130     LABEL RECORDS ARE STANDARD.
001140     COPY SECLOG.
001150 FD  HOLDS-FILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY BLOQVAL.
001180 FD  EXTERNAL-TRANSFERS
001190     LABEL RECORDS ARE STANDARD.
001200     COPY TRFEXT.
001210 FD  STANDING-ORDERS
001220     LABEL RECORDS ARE STANDARD.
001230     COPY ORDPERM.
001240 FD  LOAN-CONTRACTS
001250     LABEL RECORDS ARE STANDARD.
001260     COPY EMPREST.
001270 FD  CHEQUE-MASTER
001280     LABEL RECORDS ARE STANDARD.
001290     COPY CHEQUE.
001300 FD  TARIFF-TABLE
001310     LABEL RECORDS ARE STANDARD.
001320 01  TARIFAS-RECORD           PIC X(80).
001330 FD  TERMO-REPORT
001340     LABEL RECORDS ARE STANDARD.
001350 01  TERMO-LINE               PIC X(80).
001360
001370 WORKING-STORAGE SECTION.
001380*-----------------------------------------------------------
001390* FILE STATUS FIELDS
001400*-----------------------------------------------------------
001410 01  WS-FILE-STATUSES.
001420     05  WS-CUSTMAST-STATUS       PIC X(02).
001430         88  WS-CUSTMAST-OK              VALUE "00".
001440         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
001450     05  WS-TRANJRNL-STATUS       PIC X(02).
001460         88  WS-TRANJRNL-OK              VALUE "00".
001470         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001472     05  WS-TJSEQ-STATUS          PIC X(02).
001474         88  WS-TJSEQ-OK                 VALUE "00".
001476         88  WS-TJSEQ-NOT-OPEN           VALUE "35".
001480     05  WS-AUDITLOG-STATUS       PIC X(02).
001490         88  WS-AUDITLOG-OK              VALUE "00".
001500         88  WS-AUDITLOG-NOT-OPEN        VALUE "35".
001510     05  WS-OPERMAST-STATUS       PIC X(02).
001520         88  WS-OPERMAST-OK              VALUE "00".
001530         88  WS-OPERMAST-NOT-OPEN        VALUE "35".
001540     05  WS-SECLOG-STATUS         PIC X(02).
001550         88  WS-SECLOG-OK                VALUE "00".
001560         88  WS-SECLOG-NOT-OPEN          VALUE "35".
001570     05  WS-BLOQVAL-STATUS        PIC X(02).
001580         88  WS-BLOQVAL-OK               VALUE "00".
001590         88  WS-BLOQVAL-NOT-OPEN         VALUE "35".
001600     05  WS-TRFEXT-STATUS         PIC X(02).
001610         88  WS-TRFEXT-OK                VALUE "00".
001620         88  WS-TRFEXT-NOT-OPEN          VALUE "35".
001630     05  WS-ORDPERM-STATUS        PIC X(02).
001640         88  WS-ORDPERM-OK               VALUE "00".
001650         88  WS-ORDPERM-NOT-OPEN         VALUE "35".
001660     05  WS-EMPREST-STATUS        PIC X(02).
001670         88  WS-EMPREST-OK               VALUE "00".
001680         88  WS-EMPREST-NOT-OPEN         VALUE "35".
001690     05  WS-CHEQUES-STATUS        PIC X(02).
001700         88  WS-CHEQUES-OK               VALUE "00".
001710         88  WS-CHEQUES-NOT-OPEN         VALUE "35".
001720     05  WS-TARIFAS-STATUS        PIC X(02).
001730         88  WS-TARIFAS-OK               VALUE "00".
001740         88  WS-TARIFAS-NOT-OPEN         VALUE "35".
001750     05  WS-TERMOENC-STATUS       PIC X(02).
001760         88  WS-TERMOENC-OK              VALUE "00".
001770*-----------------------------------------------------------
001780* PROGRAM SWITCHES
001790*-----------------------------------------------------------
001800 01  WS-SWITCHES.
001810     05  WS-SAIR-SW               PIC X(01) VALUE "N".
001820         88  WS-SAIR-DO-SISTEMA          VALUE "S".
001830     05  WS-ACESSO-SW             PIC X(01) VALUE "N".
001840         88  WS-ACESSO-LIBERADO          VALUE "S".
001850     05  WS-RESP-SW               PIC X(01) VALUE "N".
001860         88  WS-RESP-SIM                 VALUE "S" "s".
001870     05  WS-TROCA-SW              PIC X(01) VALUE "N".
001880         88  WS-TROCA-NECESSARIA         VALUE "S".
001890     05  WS-TROCA-OK-SW           PIC X(01) VALUE "N".
001900         88  WS-TROCA-EFETUADA           VALUE "S".
001910     05  WS-BLOQVAL-ABERTO-SW     PIC X(01) VALUE "N".
001920         88  WS-BLOQVAL-ABERTO           VALUE "S".
001930     05  WS-ORDPERM-ABERTO-SW     PIC X(01) VALUE "N".
001940         88  WS-ORDPERM-ABERTO           VALUE "S".
001950     05  WS-EMPREST-ABERTO-SW     PIC X(01) VALUE "N".
001960         88  WS-EMPREST-ABERTO           VALUE "S".
001970     05  WS-CHEQUES-ABERTO-SW     PIC X(01) VALUE "N".
001980         88  WS-CHEQUES-ABERTO           VALUE "S".
001990     05  WS-FIM-BLOQVAL-SW        PIC X(01) VALUE "N".
002000         88  WS-FIM-DO-BLOQVAL           VALUE "S".
002010     05  WS-FIM-TRFEXT-SW         PIC X(01) VALUE "N".
002020         88  WS-FIM-DO-TRFEXT            VALUE "S".
002030     05  WS-FIM-ORDPERM-SW        PIC X(01) VALUE "N".
002040         88  WS-FIM-DO-ORDPERM           VALUE "S".
002050     05  WS-FIM-EMPREST-SW        PIC X(01) VALUE "N".
002060         88  WS-FIM-DO-EMPREST           VALUE "S".
002070     05  WS-FIM-CHEQUES-SW        PIC X(01) VALUE "N".
002080         88  WS-FIM-DOS-CHEQUES          VALUE "S".
002090     05  WS-FIM-TARIFAS-SW        PIC X(01) VALUE "N".
002100         88  WS-FIM-DAS-TARIFAS          VALUE "S".
002110     05  WS-PACOTE-SW             PIC X(01) VALUE "N".
002120         88  WS-PACOTE-ACHADO            VALUE "S".
002130     05  WS-PENDENCIA-SW          PIC X(01) VALUE "N".
002140         88  WS-HA-PENDENCIA             VALUE "S".
002150     05  WS-CANCELAR-SW           PIC X(01) VALUE "N".
002160         88  WS-CANCELAR-ORDENS          VALUE "S".
002170     05  WS-ERRO-SW               PIC X(01) VALUE "N".
002180         88  WS-ERRO-NO-ENCERRAMENTO     VALUE "S".
002183     05  WS-JORNAL-SW             PIC X(01) VALUE "N".
002186         88  WS-FALHA-JORNAL             VALUE "S".
002190*-----------------------------------------------------------
002200* SIGN-ON FIELDS
002210*-----------------------------------------------------------
002220 77  WS-OPERADOR-ID           PIC X(04) VALUE SPACES.
002230 77  WS-SENHA-ENTRADA         PIC X(08) VALUE SPACES.
002235 77  WS-OPERADOR-AGENCIA      PIC 9(04) VALUE ZERO.
002240*-----------------------------------------------------------
002250* PASSWORD LIFECYCLE: 90-DAY VALIDITY, THE NEW PASSWORD
002260* PAIR PROMPTED ON A FORCED CHANGE, AND THE DAY-SERIAL
002270* CONVERSION, AS IN CONTMNT. THE DAY SERIAL ALSO COUNTS
002280* THE DAYS OF INTEREST AND THE DAYS OF THE MONTH.
002290*-----------------------------------------------------------
002300 77  WS-VALIDADE-SENHA        PIC 9(03) COMP VALUE 90.
002310 77  WS-SENHA-NOVA            PIC X(08) VALUE SPACES.
002320 77  WS-SENHA-CONFIRMA        PIC X(08) VALUE SPACES.
002330 77  WS-DATA-HOJE             PIC 9(08) VALUE ZERO.
002340 77  WS-DIAS-HOJE             PIC 9(08) COMP VALUE ZERO.
002350 77  WS-DIAS-SENHA            PIC 9(08) COMP VALUE ZERO.
002360 77  WS-IDADE-SENHA           PIC S9(08) COMP VALUE ZERO.
002370 01  WS-DSER-AREA.
002380     05  WS-DSER-DATA             PIC 9(08) VALUE ZERO.
002390     05  WS-DSER-PARTES REDEFINES WS-DSER-DATA.
002400         10  WS-DSER-ANO          PIC 9(04).
002410         10  WS-DSER-MES          PIC 9(02).
002420         10  WS-DSER-DIA          PIC 9(02).
002430 77  WS-DSER-DIAS             PIC 9(08) COMP VALUE ZERO.
002440 01  WS-TABELA-ACUMULADA.
002450     05  WS-ACUM-LITERAL          PIC X(36)
002460         VALUE "000031059090120151181212243273304334".
002470     05  WS-ACUM-R REDEFINES WS-ACUM-LITERAL.
002480         10  WS-DIAS-ACUMULADOS  PIC 9(03) OCCURS 12 TIMES.
002490 77  WS-ANO-BASE              PIC 9(04) COMP VALUE ZERO.
002500 77  WS-QUOC-4                PIC 9(04) COMP VALUE ZERO.
002510 77  WS-QUOC-100              PIC 9(04) COMP VALUE ZERO.
002520 77  WS-QUOC-400              PIC 9(04) COMP VALUE ZERO.
002530 77  WS-RESTO-4               PIC 9(04) COMP VALUE ZERO.
002540 77  WS-RESTO-100             PIC 9(04) COMP VALUE ZERO.
002550 77  WS-RESTO-400             PIC 9(04) COMP VALUE ZERO.
002560*-----------------------------------------------------------
002570* DATE AND TIME OF THE CLOSING, TAKEN ONCE PER ACCOUNT AND
002580* STAMPED ON EVERY JOURNAL AND AUDIT RECORD IT WRITES.
002590*-----------------------------------------------------------
002600 01  WS-DATA-CORRENTE.
002610     05  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
002620     05  WS-DATA-PARTES REDEFINES WS-DATA-ATUAL.
002630         10  WS-DATA-AAAAMM       PIC 9(06).
002640         10  WS-DATA-DIA          PIC 9(02).
002650     05  WS-DATA-CAMPOS REDEFINES WS-DATA-ATUAL.
002660         10  WS-DATA-ANO          PIC 9(04).
002670         10  WS-DATA-MES          PIC 9(02).
002680         10  FILLER               PIC 9(02).
002690 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
002700 77  WS-SEG-EVENTO            PIC X(02) VALUE SPACES.
002710*-----------------------------------------------------------
002720* TARIFF TABLE LOADED FROM THE TARIFAS FILE, UP TO 20
002730* PACKAGES, AS IN TARBAT. TARIFAS LAYOUT: AS READ BY TARBAT.
002733* ONLY THE PACKAGE CODE AND THE MONTHLY MAINTENANCE FEE ARE
002736* USED HERE.
002740*-----------------------------------------------------------
002750 01  WS-PARM-AREA.
002760     05  WS-PARM-LINHA        PIC X(80).
002770     05  WS-PARM-CAMPOS REDEFINES WS-PARM-LINHA.
002780         10  WS-PARM-PACOTE   PIC X(02).
002790         10  FILLER           PIC X(01).
002800         10  WS-PARM-MANUT    PIC 9(07)V99.
002810         10  FILLER           PIC X(68).
002820 01  WS-QTDE-PACOTES          PIC 9(03) COMP VALUE ZERO.
002830 01  WS-TABELA-PACOTES.
002840     05  WS-PACOTE-OCORRENCIA OCCURS 1 TO 20 TIMES
002850             DEPENDING ON WS-QTDE-PACOTES
002860             INDEXED BY WS-PAC-IDX.
002870         10  WS-PAC-CODIGO        PIC X(02) VALUE SPACES.
002880         10  WS-PAC-MANUT         PIC 9(07)V99 VALUE ZERO.
002890*-----------------------------------------------------------
002900* SETTLEMENT OF THE ACCOUNT BEING CLOSED
002910*-----------------------------------------------------------
002920 77  WS-SALDO-INICIAL         PIC S9(10)V99 VALUE ZERO.
002930 77  WS-DIAS-JUROS            PIC 9(05) COMP VALUE ZERO.
002940 77  WS-VALOR-JUROS           PIC S9(10)V99 VALUE ZERO.
002950 77  WS-PACOTE-CONTA          PIC X(02) VALUE SPACES.
002960 77  WS-DIAS-INICIO-MES       PIC 9(08) COMP VALUE ZERO.
002970 77  WS-DIAS-MES              PIC 9(02) COMP VALUE ZERO.
002980 77  WS-DIAS-TARIFA           PIC 9(02) COMP VALUE ZERO.
002990 77  WS-VALOR-TARIFA          PIC 9(10)V99 VALUE ZERO.
003000 77  WS-SALDO-FINAL           PIC S9(10)V99 VALUE ZERO.
003010 77  WS-VALOR-LIQUIDADO       PIC 9(10)V99 VALUE ZERO.
003020 77  WS-MOTIVO-RECUSA         PIC X(30) VALUE SPACES.
003030 77  WS-QTDE-BLOQUEIOS        PIC 9(05) COMP VALUE ZERO.
003040 77  WS-QTDE-TRF-PENDENTES    PIC 9(05) COMP VALUE ZERO.
003050 77  WS-QTDE-CONTRATOS        PIC 9(05) COMP VALUE ZERO.
003060 77  WS-QTDE-ORDENS           PIC 9(05) COMP VALUE ZERO.
003070 77  WS-QTDE-FOLHAS           PIC 9(05) COMP VALUE ZERO.
003080 01  WS-REG-CONTA             PIC X(105) VALUE SPACES.
003090*-----------------------------------------------------------
003100* FORM OF PAYMENT OF THE REMAINING BALANCE AND, FOR AN
003110* EXTERNAL TRANSFER, THE DESTINATION AND THE TRFEXT ORDER.
003120*-----------------------------------------------------------
003130 77  WS-FORMA-LIQUIDACAO      PIC X(01) VALUE SPACE.
003140     88  WS-SEM-SALDO                VALUE "0".
003150     88  WS-LIQUIDA-ESPECIE          VALUE "1".
003160     88  WS-LIQUIDA-TRANSF           VALUE "2".
003170     88  WS-LIQUIDACAO-VALIDA        VALUE "0" "1" "2".
003180 77  WS-BANCO-DESTINO         PIC 9(03) VALUE ZERO.
003190 77  WS-AGENCIA-DESTINO       PIC 9(04) VALUE ZERO.
003200 77  WS-CONTA-EXT-DESTINO     PIC 9(10) VALUE ZERO.
003210 77  WS-PROXIMA-ORDEM         PIC 9(06) VALUE ZERO.
003220*-----------------------------------------------------------
003230* FIELDS USED TO BUILD THE AUDIT RECORD, AS IN CONTMNT
003240*-----------------------------------------------------------
003250 77  WS-CAMPO-ALTERADO        PIC X(20) VALUE SPACES.
003260 77  WS-VALOR-ANTES           PIC X(30) VALUE SPACES.
003270 77  WS-VALOR-DEPOIS          PIC X(30) VALUE SPACES.
003280 77  WS-MOEDA-EDITADA         PIC -(10)9.99.
003290 01  WS-CAMPO-ORDEM.
003300     05  FILLER                   PIC X(11) VALUE "ORDEM PERM ".
003310     05  WS-CO-NUMERO             PIC 9(06).
003320 01  WS-ORDEM-ANTES.
003330     05  FILLER                   PIC X(06) VALUE "ATIVA ".
003340     05  WS-OA-ORIGEM             PIC 9(08).
003350     05  FILLER                   PIC X(03) VALUE " > ".
003360     05  WS-OA-DESTINO            PIC 9(08).
003370 01  WS-DESTINO-EXTERNO.
003380     05  FILLER                   PIC X(04) VALUE "BCO ".
003390     05  WS-DE-BANCO              PIC 9(03).
003400     05  FILLER                   PIC X(04) VALUE " AG ".
003410     05  WS-DE-AGENCIA            PIC 9(04).
003420     05  FILLER                   PIC X(04) VALUE " CC ".
003430     05  WS-DE-CONTA              PIC 9(10).
003440*-----------------------------------------------------------
003450* TERMO DE ENCERRAMENTO LINE LAYOUTS
003460*-----------------------------------------------------------
003470 01  WS-TERMO-TITULO-1.
003480     05  FILLER                   PIC X(20) VALUE SPACES.
003490     05  FILLER                   PIC X(40)
003500         VALUE "              BANCO DMOURA".
003510 01  WS-TERMO-TITULO-2.
003520     05  FILLER                   PIC X(20) VALUE SPACES.
003530     05  FILLER                   PIC X(40)
003540         VALUE "TERMO DE ENCERRAMENTO DE CONTA CORRENTE".
003550 01  WS-TERMO-DATA.
003560     05  FILLER                   PIC X(07) VALUE "DATA: ".
003570     05  WS-TD-DIA                PIC 9(02).
003580     05  FILLER                   PIC X(01) VALUE "/".
003590     05  WS-TD-MES                PIC 9(02).
003600     05  FILLER                   PIC X(01) VALUE "/".
003610     05  WS-TD-ANO                PIC 9(04).
003620     05  FILLER                   PIC X(15) VALUE SPACES.
003630     05  FILLER                   PIC X(12) VALUE "SUPERVISOR: ".
003640     05  WS-TD-SUPERVISOR         PIC X(04).
003650 01  WS-TERMO-CONTA.
003660     05  FILLER                   PIC X(07) VALUE "CONTA: ".
003670     05  WS-TC-CONTA              PIC 9(08).
003680     05  FILLER                   PIC X(17) VALUE SPACES.
003690     05  FILLER                   PIC X(05) VALUE "CPF: ".
003700     05  WS-TC-CPF                PIC 9(11).
003710 01  WS-TERMO-TITULAR.
003720     05  FILLER                   PIC X(09) VALUE "TITULAR: ".
003730     05  WS-TT-NOME               PIC X(30).
003740 01  WS-TERMO-VALOR.
003750     05  WS-TV-DESCRICAO          PIC X(45).
003760     05  WS-TV-VALOR              PIC -(10)9.99.
003770 01  WS-TERMO-JUROS.
003780     05  FILLER                   PIC X(30)
003790         VALUE "JUROS / MULTA PRO RATA - DIAS:".
003800     05  WS-TJ-DIAS               PIC ZZZZ9.
003810     05  FILLER                   PIC X(10) VALUE SPACES.
003820     05  WS-TJ-VALOR              PIC -(10)9.99.
003830 01  WS-TERMO-TARIFA.
003840     05  FILLER                   PIC X(30)
003850         VALUE "TARIFA DE MANUTENCAO - DIAS:  ".
003860     05  WS-TF-DIAS               PIC Z9.
003870     05  FILLER                   PIC X(01) VALUE "/".
003880     05  WS-TF-DIAS-MES           PIC Z9.
003890     05  FILLER                   PIC X(10) VALUE SPACES.
003900     05  WS-TF-VALOR              PIC -(10)9.99.
003910 01  WS-TERMO-FORMA.
003920     05  FILLER                   PIC X(07) VALUE "FORMA: ".
003930     05  WS-TFO-DESCRICAO         PIC X(38).
003940     05  FILLER                   PIC X(07) VALUE "ORDEM: ".
003950     05  WS-TFO-ORDEM             PIC 9(06).
003960 01  WS-TERMO-DESTINO.
003970     05  FILLER                   PIC X(09) VALUE "DESTINO: ".
003980     05  WS-TDE-DESTINO           PIC X(29).
003990 01  WS-TERMO-QTDE.
004000     05  WS-TQ-DESCRICAO          PIC X(45).
004010     05  WS-TQ-QTDE               PIC ZZZZ9.
004020 01  WS-TERMO-TEXTO.
004050     05  FILLER                   PIC X(56) VALUE
004060         "DECLARO ESTAR CIENTE DO ENCERRAMENTO DA CONTA ACIMA,".
004070     05  FILLER                   PIC X(56) VALUE
004080         "COM O SALDO LIQUIDADO NA FORMA INDICADA, E DE QUE AS".
004090     05  FILLER                   PIC X(56) VALUE
004100         "ORDENS PERMANENTES LIGADAS A ELA FORAM CANCELADAS.".
004110     05  FILLER                   PIC X(56) VALUE
004120         "CHEQUES EMITIDOS E NAO COMPENSADOS SERAO DEVOLVIDOS".
004130     05  FILLER                   PIC X(56) VALUE
004140         "PELO MOTIVO 13 (CONTA ENCERRADA); AS FOLHAS NAO".
004150     05  FILLER                   PIC X(56) VALUE
004160         "UTILIZADAS DEVEM SER INUTILIZADAS PELO CLIENTE.".
004161 01  WS-TERMO-DECLARACAO REDEFINES WS-TERMO-TEXTO.
004162     05  WS-TDC-LINHA             PIC X(56) OCCURS 6 TIMES.
004170 77  WS-TDC-IND               PIC 9(01) COMP VALUE ZERO.
004180 01  WS-TERMO-TRACOS.
004190     05  FILLER                   PIC X(30) VALUE ALL "_".
004200     05  FILLER                   PIC X(06) VALUE SPACES.
004210     05  FILLER                   PIC X(30) VALUE ALL "_".
004220 01  WS-TERMO-ASSINATURAS.
004230     05  FILLER                   PIC X(36)
004240         VALUE "ASSINATURA DO CLIENTE".
004250     05  FILLER                   PIC X(11) VALUE "SUPERVISOR ".
004260     05  WS-TA-SUPERVISOR         PIC X(04).
004270
004280 PROCEDURE DIVISION.
004290*-----------------------------------------------------------
004300* 0000-MAINLINE
004310* CONTROLS THE OVERALL FLOW: OPEN THE FILES, SIGN THE
004320* SUPERVISOR ON, LOOP ASKING FOR ACCOUNTS TO CLOSE UNTIL
004330* THE SUPERVISOR LEAVES, THEN CLOSE THE FILES.
004340*-----------------------------------------------------------
004350 0000-MAINLINE.
004360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004370     PERFORM 1500-CONFERIR-ACESSO THRU 1500-EXIT.
004380     IF WS-ACESSO-LIBERADO
004390         PERFORM 2000-SELECIONAR-CONTA THRU 2000-EXIT
004400             UNTIL WS-SAIR-DO-SISTEMA
004410     END-IF.
004420     PERFORM 9000-FINALIZE THRU 9000-EXIT.
004430     STOP RUN.
004440*-----------------------------------------------------------
004450* 1000-INITIALIZE
004460* OPENS THE ACCOUNT AND OPERATOR MASTERS (BOTH MUST
004470* EXIST), THE JOURNAL, AUDIT AND SECURITY LOGS FOR
004480* APPENDING AND TRFEXT FOR UPDATE, ALL CREATED ON FIRST
004490* USE. BLOQVAL, ORDPERM, EMPREST AND CHEQUES ARE OPTIONAL:
004500* A FILE THAT DOES NOT EXIST YET HOLDS NOTHING FOR THE
004510* ACCOUNT. THE FEE TABLE IS LOADED ONCE FOR THE SESSION.
004520*-----------------------------------------------------------
004530 1000-INITIALIZE.
004540     OPEN I-O CUSTOMER-MASTER.
004550     IF WS-CUSTMAST-NOT-OPEN
004560         DISPLAY "CUSTMAST NAO ENCONTRADO. ENCERRAMENTO ABORTADO."
004570         STOP RUN
004580     END-IF.
004590     OPEN I-O OPERATOR-MASTER.
004600     IF WS-OPERMAST-NOT-OPEN
004610         DISPLAY "OPERMAST NAO ENCONTRADO."
004620         DISPLAY "CADASTRE OS OPERADORES COM O OPERMNT."
004630         CLOSE CUSTOMER-MASTER
004640         STOP RUN
004650     END-IF.
004660     OPEN I-O TRANSACTION-JOURNAL.
004670     IF WS-TRANJRNL-NOT-OPEN
004680         OPEN OUTPUT TRANSACTION-JOURNAL
004690         CLOSE TRANSACTION-JOURNAL
004700         OPEN I-O TRANSACTION-JOURNAL
004710     END-IF.
004720     OPEN EXTEND AUDIT-LOG.
004730     IF WS-AUDITLOG-NOT-OPEN
004740         OPEN OUTPUT AUDIT-LOG
004750         CLOSE AUDIT-LOG
004760         OPEN EXTEND AUDIT-LOG
004770     END-IF.
004780     OPEN EXTEND SECURITY-LOG.
004790     IF WS-SECLOG-NOT-OPEN
004800         OPEN OUTPUT SECURITY-LOG
004810         CLOSE SECURITY-LOG
004820         OPEN EXTEND SECURITY-LOG
004830     END-IF.
004840     OPEN I-O EXTERNAL-TRANSFERS.
004850     IF WS-TRFEXT-NOT-OPEN
004860         OPEN OUTPUT EXTERNAL-TRANSFERS
004870         CLOSE EXTERNAL-TRANSFERS
004880         OPEN I-O EXTERNAL-TRANSFERS
004890     END-IF.
004900     OPEN INPUT HOLDS-FILE.
004910     IF WS-BLOQVAL-OK
004920         SET WS-BLOQVAL-ABERTO TO TRUE
004930     END-IF.
004940     OPEN I-O STANDING-ORDERS.
004950     IF WS-ORDPERM-OK
004960         SET WS-ORDPERM-ABERTO TO TRUE
004970     END-IF.
004980     OPEN INPUT LOAN-CONTRACTS.
004990     IF WS-EMPREST-OK
005000         SET WS-EMPREST-ABERTO TO TRUE
005010     END-IF.
005020     OPEN INPUT CHEQUE-MASTER.
005030     IF WS-CHEQUES-OK
005040         SET WS-CHEQUES-ABERTO TO TRUE
005050     END-IF.
005060     PERFORM 1100-CARREGAR-TARIFAS THRU 1100-EXIT.
005070 1000-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------
005100* 1100-CARREGAR-TARIFAS
005110* LOADS THE PACKAGE CODES AND MAINTENANCE FEES FROM THE
005120* TARIFAS PARAMETER FILE, WITH THE SAME ROW CHECKS AS
005130* TARBAT. A MISSING FILE LEAVES THE TABLE EMPTY; ONLY AN
005140* ACCOUNT THAT STILL OWES THE MONTHS FEE IS THEN REFUSED.
005150*-----------------------------------------------------------
005160 1100-CARREGAR-TARIFAS.
005170     OPEN INPUT TARIFF-TABLE.
005180     IF WS-TARIFAS-NOT-OPEN
005190         DISPLAY "ATENCAO: TARIFAS NAO ENCONTRADO."
005200         GO TO 1100-EXIT
005210     END-IF.
005220     READ TARIFF-TABLE INTO WS-PARM-LINHA
005230         AT END
005240             SET WS-FIM-DAS-TARIFAS TO TRUE
005250     END-READ.
005260     PERFORM 1110-CARREGAR-PACOTE THRU 1110-EXIT
005270         UNTIL WS-FIM-DAS-TARIFAS.
005280     CLOSE TARIFF-TABLE.
005290 1100-EXIT.
005300     EXIT.
005310 1110-CARREGAR-PACOTE.
005320     IF WS-PARM-PACOTE = SPACES
005330         OR WS-PARM-MANUT IS NOT NUMERIC
005340         DISPLAY "LINHA INVALIDA NO TARIFAS IGNORADA."
005350     ELSE
005360         IF WS-QTDE-PACOTES < 20
005370             ADD 1 TO WS-QTDE-PACOTES
005380             SET WS-PAC-IDX TO WS-QTDE-PACOTES
005390             MOVE WS-PARM-PACOTE  TO WS-PAC-CODIGO (WS-PAC-IDX)
005400             MOVE WS-PARM-MANUT   TO WS-PAC-MANUT (WS-PAC-IDX)
005410         END-IF
005420     END-IF.
005430     READ TARIFF-TABLE INTO WS-PARM-LINHA
005440         AT END
005450             SET WS-FIM-DAS-TARIFAS TO TRUE
005460     END-READ.
005470 1110-EXIT.
005480     EXIT.
005490*-----------------------------------------------------------
005500* 1500-CONFERIR-ACESSO
005510* ONLY AN ACTIVE SUPERVISOR SIGNED ON AGAINST THE OPERATOR
005520* MASTER MAY CLOSE ACCOUNTS. THE SUPERVISORS ID IS KEPT
005530* FOR THE JOURNAL, THE AUDIT TRAIL AND THE TERMO.
005540*-----------------------------------------------------------
005550 1500-CONFERIR-ACESSO.
005560     DISPLAY "==============================================".
005570     DISPLAY "   BANCO DMOURA - ENCERRAMENTO DE CONTAS      ".
005580     DISPLAY "==============================================".
005590     DISPLAY "OPERADOR SUPERVISOR: ".
005600     ACCEPT WS-OPERADOR-ID.
005610     DISPLAY "SENHA: ".
005620     ACCEPT WS-SENHA-ENTRADA.
005630     MOVE WS-OPERADOR-ID TO OP-OPERATOR-ID.
005640     READ OPERATOR-MASTER
005650         INVALID KEY
005660             DISPLAY "OPERADOR NAO CADASTRADO."
005670             MOVE "NC" TO WS-SEG-EVENTO
005680             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
005690         NOT INVALID KEY
005700             PERFORM 1510-CONFERIR-SENHA THRU 1510-EXIT
005710     END-READ.
005720 1500-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------
005750* 1510-CONFERIR-SENHA
005760* APPLIES THE PASSWORD LIFECYCLE TO THE SUPERVISOR RECORD
005770* JUST READ, AS THE CONTMNT SIGN-ON DOES: A LOCKED
005780* OPERATOR IS REFUSED, A BAD PASSWORD COUNTS TOWARDS THE
005790* THREE-STRIKE LOCK, AND A GOOD SIGN-ON RESETS THE COUNTER
005800* AND FORCES THE CHANGE OF A PROVISORIA OR EXPIRED
005810* PASSWORD.
005820*-----------------------------------------------------------
005830 1510-CONFERIR-SENHA.
005840     IF OP-TRAVADO
005850         DISPLAY "OPERADOR TRAVADO POR EXCESSO DE TENTATIVAS."
005860         DISPLAY "PROCURE OUTRO SUPERVISOR PARA DESTRAVAR "
005870             "NO OPERMNT."
005880         MOVE "RT" TO WS-SEG-EVENTO
005890         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
005900         GO TO 1510-EXIT
005910     END-IF.
005920     IF OP-SENHA NOT = WS-SENHA-ENTRADA
005930         MOVE "FS" TO WS-SEG-EVENTO
005940         PERFORM 1530-CONTAR-FALHA THRU 1530-EXIT
005950         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
005960             "ATIVO COM SENHA CORRETA."
005970         GO TO 1510-EXIT
005980     END-IF.
005990     IF NOT OP-SUPERVISOR OR NOT OP-ATIVO
006000         DISPLAY "ACESSO NEGADO. SOMENTE SUPERVISOR "
006010             "ATIVO COM SENHA CORRETA."
006020         MOVE "NA" TO WS-SEG-EVENTO
006030         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
006040         GO TO 1510-EXIT
006050     END-IF.
006060     IF OP-TENTATIVAS IS NUMERIC AND OP-TENTATIVAS > ZERO
006070         MOVE ZERO TO OP-TENTATIVAS
006080         REWRITE OPERMAST-RECORD
006090             INVALID KEY
006100                 DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
006110                     WS-OPERMAST-STATUS
006120         END-REWRITE
006130     END-IF.
006140     PERFORM 1520-CONFERIR-VALIDADE THRU 1520-EXIT.
006150     IF WS-TROCA-NECESSARIA
006160         PERFORM 1540-TROCAR-SENHA THRU 1540-EXIT
006170         IF NOT WS-TROCA-EFETUADA
006180             GO TO 1510-EXIT
006190         END-IF
006200     END-IF.
006210     SET WS-ACESSO-LIBERADO TO TRUE.
006215     MOVE OP-AGENCIA TO WS-OPERADOR-AGENCIA.
006220     DISPLAY "BEM-VINDO " OP-OPERATOR-NAME.
006230 1510-EXIT.
006240     EXIT.
006250*-----------------------------------------------------------
006260* 1520-CONFERIR-VALIDADE
006270* DECIDES WHETHER THE PASSWORD MUST BE CHANGED: A ZERO OR
006280* BLANK OP-SENHA-DATE IS A PASSWORD A SUPERVISOR TYPED
006290* (FORCED CHANGE AT FIRST SIGN-ON) AND A DATE OLDER THAN
006300* WS-VALIDADE-SENHA DAYS HAS EXPIRED.
006310*-----------------------------------------------------------
006320 1520-CONFERIR-VALIDADE.
006330     MOVE "N" TO WS-TROCA-SW.
006340     IF OP-SENHA-DATE IS NOT NUMERIC
006350         OR OP-SENHA-DATE = ZERO
006360         SET WS-TROCA-NECESSARIA TO TRUE
006370         GO TO 1520-EXIT
006380     END-IF.
006390     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
006400     MOVE WS-DATA-HOJE TO WS-DSER-DATA.
006410     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
006420     MOVE WS-DSER-DIAS TO WS-DIAS-HOJE.
006430     MOVE OP-SENHA-DATE TO WS-DSER-DATA.
006440     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
006450     MOVE WS-DSER-DIAS TO WS-DIAS-SENHA.
006460     COMPUTE WS-IDADE-SENHA = WS-DIAS-HOJE - WS-DIAS-SENHA.
006470     IF WS-IDADE-SENHA > WS-VALIDADE-SENHA
006480         SET WS-TROCA-NECESSARIA TO TRUE
006490     END-IF.
006500 1520-EXIT.
006510     EXIT.
006520*-----------------------------------------------------------
006530* 1530-CONTAR-FALHA
006540* COUNTS ONE BAD PASSWORD ON THE OPERATOR RECORD. THE
006550* THIRD CONSECUTIVE FAILURE SETS OP-TRAVA. SPACES ON OLD
006560* RECORDS COUNT AS ZERO FAILURES.
006570*-----------------------------------------------------------
006580 1530-CONTAR-FALHA.
006590     IF OP-TENTATIVAS IS NOT NUMERIC
006600         MOVE ZERO TO OP-TENTATIVAS
006610     END-IF.
006620     ADD 1 TO OP-TENTATIVAS.
006630     IF OP-TENTATIVAS NOT < 3
006640         MOVE "T" TO OP-TRAVA
006650         DISPLAY "TERCEIRA FALHA - OPERADOR TRAVADO."
006660         MOVE "TV" TO WS-SEG-EVENTO
006670     END-IF.
006680     PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT.
006690     REWRITE OPERMAST-RECORD
006700         INVALID KEY
006710             DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
006720                 WS-OPERMAST-STATUS
006730     END-REWRITE.
006740 1530-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------
006770* 1540-TROCAR-SENHA
006780* FORCES THE PASSWORD CHANGE: THE NEW PASSWORD MUST NOT BE
006790* BLANK, MUST DIFFER FROM THE OLD ONE AND MUST BE TYPED
006800* TWICE ALIKE. A REFUSED CHANGE FAILS THE SIGN-ON.
006810*-----------------------------------------------------------
006820 1540-TROCAR-SENHA.
006830     MOVE "N" TO WS-TROCA-OK-SW.
006840     DISPLAY "SUA SENHA E PROVISORIA OU EXPIROU. "
006850         "TROCA OBRIGATORIA.".
006860     DISPLAY "NOVA SENHA (8 POSICOES): ".
006870     ACCEPT WS-SENHA-NOVA.
006880     DISPLAY "CONFIRME A NOVA SENHA: ".
006890     ACCEPT WS-SENHA-CONFIRMA.
006900     IF WS-SENHA-NOVA = SPACES
006910         DISPLAY "SENHA NOVA NAO PODE SER BRANCOS."
006920         MOVE "TN" TO WS-SEG-EVENTO
006930         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
006940         GO TO 1540-EXIT
006950     END-IF.
006960     IF WS-SENHA-NOVA = OP-SENHA
006970         DISPLAY "SENHA NOVA IGUAL A ANTERIOR."
006980         MOVE "TN" TO WS-SEG-EVENTO
006990         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
007000         GO TO 1540-EXIT
007010     END-IF.
007020     IF WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA
007030         DISPLAY "CONFIRMACAO NAO CONFERE."
007040         MOVE "TN" TO WS-SEG-EVENTO
007050         PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
007060         GO TO 1540-EXIT
007070     END-IF.
007080     MOVE WS-SENHA-NOVA TO OP-SENHA.
007090     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
007100     MOVE WS-DATA-HOJE TO OP-SENHA-DATE.
007110     MOVE ZERO TO OP-TENTATIVAS.
007120     REWRITE OPERMAST-RECORD
007130         INVALID KEY
007140             DISPLAY "ERRO AO ATUALIZAR OPERMAST. STATUS: "
007150                 WS-OPERMAST-STATUS
007160         NOT INVALID KEY
007170             SET WS-TROCA-EFETUADA TO TRUE
007180             DISPLAY "SENHA ALTERADA."
007190             MOVE "TS" TO WS-SEG-EVENTO
007200             PERFORM 7200-GRAVAR-SEGURANCA THRU 7200-EXIT
007210     END-REWRITE.
007220 1540-EXIT.
007230     EXIT.
007240*-----------------------------------------------------------
007250* 2000-SELECIONAR-CONTA
007260* ASKS FOR THE ACCOUNT TO CLOSE (ZEROS ENDS THE RUN) AND
007270* READS IT FROM THE MASTER BEFORE STARTING THE CLOSING.
007280*-----------------------------------------------------------
007290 2000-SELECIONAR-CONTA.
007300     DISPLAY "==============================================".
007310     DISPLAY "   BANCO DMOURA - ENCERRAMENTO DE CONTAS      ".
007320     DISPLAY "==============================================".
007330     DISPLAY "NUMERO DA CONTA (ZEROS PARA SAIR): ".
007340     ACCEPT CM-ACCOUNT-NUMBER.
007350     IF CM-ACCOUNT-NUMBER = ZERO
007360         SET WS-SAIR-DO-SISTEMA TO TRUE
007370     ELSE
007380         READ CUSTOMER-MASTER
007390             INVALID KEY
007400                 DISPLAY "CONTA NAO ENCONTRADA."
007410             NOT INVALID KEY
007420                 PERFORM 3000-ENCERRAR-CONTA THRU 3000-EXIT
007430         END-READ
007440     END-IF.
007450 2000-EXIT.
007460     EXIT.
007470*-----------------------------------------------------------
007480* 3000-ENCERRAR-CONTA
007490* CLOSES THE ACCOUNT JUST READ. NOTHING IS POSTED UNTIL
007500* THE PENDING ITEMS ARE CLEARED, THE SETTLEMENT IS SHOWN
007510* AND THE SUPERVISOR CONFIRMS IT. THE STEPS THEN RUN IN
007520* ORDER - INTEREST, FEE, STANDING ORDERS, PAYOUT, STATUS -
007530* EACH ONE AUDITED AS IT STANDS. A STEP THAT FAILS STOPS
007540* THE CLOSING WITH THE ACCOUNT STILL OPEN; EVERY STEP IS
007550* SAFE TO REPEAT (STAMPED DATES, CANCELLED ORDERS, ZERO
007560* BALANCE), SO THE CLOSING IS SIMPLY RUN AGAIN.
007570*-----------------------------------------------------------
007580 3000-ENCERRAR-CONTA.
007590     PERFORM 5100-MARCAR-MOMENTO THRU 5100-EXIT.
007600     DISPLAY "==============================================".
007610     DISPLAY "CONTA: " CM-ACCOUNT-NUMBER " - " CM-CUSTOMER-NAME.
007620     DISPLAY "CPF: " CM-CUSTOMER-CPF
007630         "  SITUACAO: " CM-ACCOUNT-STATUS.
007640     DISPLAY "SALDO: " CM-BALANCE.
007650     IF CM-CONTA-ENCERRADA
007660         DISPLAY "CONTA JA ENCERRADA."
007670         GO TO 3000-EXIT
007680     END-IF.
007690     IF CM-CONTA-BLOQUEADA
007700         DISPLAY "ATENCAO: CONTA BLOQUEADA. CONFIRMA QUE DEVE "
007710             "SER ENCERRADA (S/N)? "
007720         ACCEPT WS-RESP-SW
007730         IF NOT WS-RESP-SIM
007740             DISPLAY "ENCERRAMENTO CANCELADO."
007750             GO TO 3000-EXIT
007760         END-IF
007770     END-IF.
007780     MOVE "N" TO WS-PENDENCIA-SW.
007790     MOVE SPACES TO WS-MOTIVO-RECUSA.
007800     PERFORM 3100-CONFERIR-BLOQUEIOS THRU 3100-EXIT.
007810     PERFORM 3200-CONFERIR-TRANSF-EXT THRU 3200-EXIT.
007820     PERFORM 3300-CONFERIR-EMPRESTIMOS THRU 3300-EXIT.
007830     IF WS-HA-PENDENCIA
007840         PERFORM 3900-RECUSAR-ENCERRAMENTO THRU 3900-EXIT
007850         GO TO 3000-EXIT
007860     END-IF.
007870     PERFORM 3400-CALCULAR-JUROS THRU 3400-EXIT.
007880     PERFORM 3500-CALCULAR-TARIFA THRU 3500-EXIT.
007890     IF NOT WS-PACOTE-ACHADO
007900         DISPLAY "PACOTE DE TARIFAS " WS-PACOTE-CONTA
007910             " NAO CADASTRADO NO TARIFAS."
007920         MOVE "PACOTE NAO CADASTRADO" TO WS-MOTIVO-RECUSA
007930         PERFORM 3900-RECUSAR-ENCERRAMENTO THRU 3900-EXIT
007940         GO TO 3000-EXIT
007950     END-IF.
007960     COMPUTE WS-SALDO-FINAL =
007970         CM-BALANCE + WS-VALOR-JUROS - WS-VALOR-TARIFA.
007980     IF WS-SALDO-FINAL < ZERO
007990         MOVE WS-SALDO-FINAL TO WS-MOEDA-EDITADA
008000         DISPLAY "SALDO DEVEDOR APOS O ACERTO: " WS-MOEDA-EDITADA
008010         DISPLAY "O CLIENTE DEVE COBRIR O SALDO ANTES DO "
008020             "ENCERRAMENTO."
008030         MOVE "SALDO DEVEDOR APOS O ACERTO" TO WS-MOTIVO-RECUSA
008040         PERFORM 3900-RECUSAR-ENCERRAMENTO THRU 3900-EXIT
008050         GO TO 3000-EXIT
008060     END-IF.
008070     MOVE "N" TO WS-CANCELAR-SW.
008080     PERFORM 3600-PERCORRER-ORDENS THRU 3600-EXIT.
008090     PERFORM 3700-CONTAR-CHEQUES THRU 3700-EXIT.
008100     PERFORM 3800-MOSTRAR-ACERTO THRU 3800-EXIT.
008110     MOVE "0" TO WS-FORMA-LIQUIDACAO.
008120     IF WS-SALDO-FINAL > ZERO
008130         PERFORM 3850-OBTER-LIQUIDACAO THRU 3850-EXIT
008140         IF NOT WS-LIQUIDACAO-VALIDA
008150             DISPLAY "ENCERRAMENTO CANCELADO."
008160             GO TO 3000-EXIT
008170         END-IF
008180     END-IF.
008190     DISPLAY "CONFIRMA O ENCERRAMENTO DA CONTA (S/N)? ".
008200     ACCEPT WS-RESP-SW.
008210     IF NOT WS-RESP-SIM
008220         DISPLAY "ENCERRAMENTO CANCELADO."
008230         GO TO 3000-EXIT
008240     END-IF.
008250     MOVE "N" TO WS-ERRO-SW.
008260     MOVE CM-BALANCE TO WS-SALDO-INICIAL.
008270     PERFORM 4100-LANCAR-JUROS THRU 4100-EXIT.
008280     IF WS-ERRO-NO-ENCERRAMENTO
008290         GO TO 3000-INTERROMPIDO
008300     END-IF.
008310     PERFORM 4200-LANCAR-TARIFA THRU 4200-EXIT.
008320     IF WS-ERRO-NO-ENCERRAMENTO
008330         GO TO 3000-INTERROMPIDO
008340     END-IF.
008350     SET WS-CANCELAR-ORDENS TO TRUE.
008360     PERFORM 3600-PERCORRER-ORDENS THRU 3600-EXIT.
008370     IF WS-ERRO-NO-ENCERRAMENTO
008380         GO TO 3000-INTERROMPIDO
008390     END-IF.
008400     PERFORM 4400-LIQUIDAR-SALDO THRU 4400-EXIT.
008410     IF WS-ERRO-NO-ENCERRAMENTO
008420         GO TO 3000-INTERROMPIDO
008430     END-IF.
008440     PERFORM 4500-GRAVAR-SITUACAO THRU 4500-EXIT.
008450     IF WS-ERRO-NO-ENCERRAMENTO
008460         GO TO 3000-INTERROMPIDO
008470     END-IF.
008480     PERFORM 6000-IMPRIMIR-TERMO THRU 6000-EXIT.
008490     DISPLAY "CONTA " CM-ACCOUNT-NUMBER " ENCERRADA.".
008500     GO TO 3000-EXIT.
008510 3000-INTERROMPIDO.
008520     DISPLAY "ENCERRAMENTO INTERROMPIDO - A CONTA CONTINUA "
008530         "ABERTA.".
008540     DISPLAY "OS PASSOS JA EFETIVADOS ESTAO NO AUDITLOG. "
008550         "CORRIJA O ERRO E REPITA O ENCERRAMENTO.".
008560 3000-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------
008590* 3100-CONFERIR-BLOQUEIOS
008600* LISTS THE ACCOUNTS ACTIVE JUDICIAL HOLDS ON BLOQVAL,
008610* WALKING THE ALTERNATE KEY AS TARBAT DOES. ANY ACTIVE
008620* HOLD MUST BE RELEASED IN BLOQMNT BEFORE THE CLOSING.
008630*-----------------------------------------------------------
008640 3100-CONFERIR-BLOQUEIOS.
008650     MOVE ZERO TO WS-QTDE-BLOQUEIOS.
008660     IF NOT WS-BLOQVAL-ABERTO
008670         GO TO 3100-EXIT
008680     END-IF.
008690     MOVE "N" TO WS-FIM-BLOQVAL-SW.
008700     MOVE CM-ACCOUNT-NUMBER TO BV-ACCOUNT-NUMBER.
008710     START HOLDS-FILE
008720         KEY IS NOT LESS THAN BV-ACCOUNT-NUMBER
008730         INVALID KEY
008740             SET WS-FIM-DO-BLOQVAL TO TRUE
008750     END-START.
008760     IF NOT WS-FIM-DO-BLOQVAL
008770         READ HOLDS-FILE NEXT RECORD
008780             AT END
008790                 SET WS-FIM-DO-BLOQVAL TO TRUE
008800         END-READ
008810     END-IF.
008820     PERFORM 3110-CONFERIR-BLOQUEIO THRU 3110-EXIT
008830         UNTIL WS-FIM-DO-BLOQVAL.
008840     IF WS-QTDE-BLOQUEIOS > ZERO
008850         SET WS-HA-PENDENCIA TO TRUE
008860         IF WS-MOTIVO-RECUSA = SPACES
008870             MOVE "BLOQUEIO JUDICIAL ATIVO" TO WS-MOTIVO-RECUSA
008880         END-IF
008890     END-IF.
008900 3100-EXIT.
008910     EXIT.
008920 3110-CONFERIR-BLOQUEIO.
008930     IF BV-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
008940         SET WS-FIM-DO-BLOQVAL TO TRUE
008950         GO TO 3110-EXIT
008960     END-IF.
008970     IF BV-BLOQUEIO-ATIVO
008980         ADD 1 TO WS-QTDE-BLOQUEIOS
008990         MOVE BV-AMOUNT TO WS-MOEDA-EDITADA
009000         DISPLAY "BLOQUEIO ATIVO " BV-HOLD-NUMBER
009010             " VALOR " WS-MOEDA-EDITADA " - " BV-REASON
009020     END-IF.
009030     READ HOLDS-FILE NEXT RECORD
009040         AT END
009050             SET WS-FIM-DO-BLOQVAL TO TRUE
009060     END-READ.
009070 3110-EXIT.
009080     EXIT.
009090*-----------------------------------------------------------
009100* 3200-CONFERIR-TRANSF-EXT
009110* LISTS THE ACCOUNTS TRFEXT ORDERS STILL PENDENTE. TRFEXT
009120* IS KEYED ON THE ORDER NUMBER ONLY, SO THE WHOLE FILE IS
009130* READ, AS BNCDM DOES FOR THE NEXT ORDER NUMBER. A
009140* PENDENTE ORDER IS SENT BY THE NEXT CLRBAT RUN.
009150*-----------------------------------------------------------
009160 3200-CONFERIR-TRANSF-EXT.
009170     MOVE ZERO TO WS-QTDE-TRF-PENDENTES.
009180     MOVE "N" TO WS-FIM-TRFEXT-SW.
009190     MOVE LOW-VALUES TO TX-ORDER-NUMBER.
009200     START EXTERNAL-TRANSFERS
009210         KEY IS NOT LESS THAN TX-ORDER-NUMBER
009220         INVALID KEY
009230             SET WS-FIM-DO-TRFEXT TO TRUE
009240     END-START.
009250     IF NOT WS-FIM-DO-TRFEXT
009260         READ EXTERNAL-TRANSFERS NEXT RECORD
009270             AT END
009280                 SET WS-FIM-DO-TRFEXT TO TRUE
009290         END-READ
009300     END-IF.
009310     PERFORM 3210-CONFERIR-ORDEM-EXT THRU 3210-EXIT
009320         UNTIL WS-FIM-DO-TRFEXT.
009330     IF WS-QTDE-TRF-PENDENTES > ZERO
009340         DISPLAY "AGUARDE O ENVIO PELO PROXIMO FECHAMENTO."
009350         SET WS-HA-PENDENCIA TO TRUE
009360         IF WS-MOTIVO-RECUSA = SPACES
009370             MOVE "TRANSF EXTERNA PENDENTE" TO WS-MOTIVO-RECUSA
009380         END-IF
009390     END-IF.
009400 3200-EXIT.
009410     EXIT.
009420 3210-CONFERIR-ORDEM-EXT.
009430     IF TX-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER
009440         AND TX-PENDENTE
009450         ADD 1 TO WS-QTDE-TRF-PENDENTES
009460         MOVE TX-AMOUNT TO WS-MOEDA-EDITADA
009470         DISPLAY "TRANSFERENCIA EXTERNA PENDENTE " TX-ORDER-NUMBER
009480             " VALOR " WS-MOEDA-EDITADA
009490     END-IF.
009500     READ EXTERNAL-TRANSFERS NEXT RECORD
009510         AT END
009520             SET WS-FIM-DO-TRFEXT TO TRUE
009530     END-READ.
009540 3210-EXIT.
009550     EXIT.
009560*-----------------------------------------------------------
009570* 3300-CONFERIR-EMPRESTIMOS
009580* LISTS THE ACCOUNTS LOAN CONTRACTS STILL ATIVO ON THE
009590* EMPREST ALTERNATE KEY, AS THE EMPMNT LISTING DOES. THE
009600* INSTALLMENTS ARE DEBITED FROM THE ACCOUNT BY EMPBAT, SO
009610* THE CONTRACT MUST BE SETTLED (QUITADO) FIRST.
009620*-----------------------------------------------------------
009630 3300-CONFERIR-EMPRESTIMOS.
009640     MOVE ZERO TO WS-QTDE-CONTRATOS.
009650     IF NOT WS-EMPREST-ABERTO
009660         GO TO 3300-EXIT
009670     END-IF.
009680     MOVE "N" TO WS-FIM-EMPREST-SW.
009690     MOVE CM-ACCOUNT-NUMBER TO EP-ACCOUNT-NUMBER.
009700     START LOAN-CONTRACTS
009710         KEY IS NOT LESS THAN EP-ACCOUNT-NUMBER
009720         INVALID KEY
009730             SET WS-FIM-DO-EMPREST TO TRUE
009740     END-START.
009750     IF NOT WS-FIM-DO-EMPREST
009760         READ LOAN-CONTRACTS NEXT RECORD
009770             AT END
009780                 SET WS-FIM-DO-EMPREST TO TRUE
009790         END-READ
009800     END-IF.
009810     PERFORM 3310-CONFERIR-CONTRATO THRU 3310-EXIT
009820         UNTIL WS-FIM-DO-EMPREST.
009830     IF WS-QTDE-CONTRATOS > ZERO
009840         SET WS-HA-PENDENCIA TO TRUE
009850         IF WS-MOTIVO-RECUSA = SPACES
009860             MOVE "EMPRESTIMO EM ABERTO" TO WS-MOTIVO-RECUSA
009870         END-IF
009880     END-IF.
009890 3300-EXIT.
009900     EXIT.
009910 3310-CONFERIR-CONTRATO.
009920     IF EP-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
009930         SET WS-FIM-DO-EMPREST TO TRUE
009940         GO TO 3310-EXIT
009950     END-IF.
009960     IF EP-CONTRATO-ATIVO
009970         ADD 1 TO WS-QTDE-CONTRATOS
009980         MOVE EP-SALDO-DEVEDOR TO WS-MOEDA-EDITADA
009990         DISPLAY "EMPRESTIMO ATIVO " EP-CONTRATO
010000             " SALDO DEVEDOR " WS-MOEDA-EDITADA
010010     END-IF.
010020     READ LOAN-CONTRACTS NEXT RECORD
010030         AT END
010040             SET WS-FIM-DO-EMPREST TO TRUE
010050     END-READ.
010060 3310-EXIT.
010070     EXIT.
010080*-----------------------------------------------------------
010090* 3400-CALCULAR-JUROS
010100* PRO-RATA INTEREST OR PENALTY UP TO THE CLOSING DATE: THE
010110* JUROS DAILY RATE (POSITIVE BALANCE) OR PENALTY RATE
010120* (OVERDRAWN BALANCE) TIMES THE DAYS SINCE
010130* CM-LAST-INTEREST-DATE, ROUNDED AS JUROS ROUNDS. AN
010140* ACCOUNT NEVER ACCRUED, OR ALREADY ACCRUED TODAY, HAS NO
010150* DAYS TO ACCRUE.
010160*-----------------------------------------------------------
010170 3400-CALCULAR-JUROS.
010180     MOVE ZERO TO WS-DIAS-JUROS.
010190     MOVE ZERO TO WS-VALOR-JUROS.
010200     IF CM-LAST-INTEREST-DATE IS NOT NUMERIC
010210         OR CM-LAST-INTEREST-DATE = ZERO
010220         OR CM-LAST-INTEREST-DATE NOT < WS-DATA-ATUAL
010230         GO TO 3400-EXIT
010240     END-IF.
010250     MOVE WS-DATA-ATUAL TO WS-DSER-DATA.
010260     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
010270     MOVE WS-DSER-DIAS TO WS-DIAS-HOJE.
010280     MOVE CM-LAST-INTEREST-DATE TO WS-DSER-DATA.
010290     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
010300     COMPUTE WS-DIAS-JUROS = WS-DIAS-HOJE - WS-DSER-DIAS.
010310     IF CM-BALANCE > ZERO
010320         COMPUTE WS-VALOR-JUROS ROUNDED =
010330             CM-BALANCE * CM-DAILY-INTEREST-RATE * WS-DIAS-JUROS
010340     ELSE
010350         IF CM-BALANCE < ZERO
010360             COMPUTE WS-VALOR-JUROS ROUNDED =
010370                 CM-BALANCE * CM-PENALTY-RATE * WS-DIAS-JUROS
010380         END-IF
010390     END-IF.
010400 3400-EXIT.
010410     EXIT.
010420*-----------------------------------------------------------
010430* 3500-CALCULAR-TARIFA
010440* PRO-RATA MAINTENANCE FEE OF THE CLOSING MONTH: THE
010450* PACKAGES MONTHLY FEE TIMES THE DAYS ELAPSED IN THE MONTH
010460* OVER THE DAYS OF THE MONTH. AN ACCOUNT TARBAT ALREADY
010470* CHARGED IN THE MONTH PAYS NOTHING MORE. SPACES ON THE
010480* MASTER COUNT AS PACKAGE 01, AS IN TARBAT. LEAVES
010490* WS-PACOTE-ACHADO OFF ONLY WHEN A FEE IS DUE AND THE
010500* PACKAGE IS NOT ON THE TABLE.
010510*-----------------------------------------------------------
010520 3500-CALCULAR-TARIFA.
010530     MOVE ZERO TO WS-VALOR-TARIFA.
010540     MOVE ZERO TO WS-DIAS-TARIFA.
010550     MOVE ZERO TO WS-DIAS-MES.
010560     SET WS-PACOTE-ACHADO TO TRUE.
010570     IF CM-LAST-TARIFF-DATE (1:6) = WS-DATA-AAAAMM
010580         GO TO 3500-EXIT
010590     END-IF.
010600     MOVE "N" TO WS-PACOTE-SW.
010610     MOVE CM-TARIFF-PACKAGE TO WS-PACOTE-CONTA.
010620     IF WS-PACOTE-CONTA = SPACES
010630         MOVE "01" TO WS-PACOTE-CONTA
010640     END-IF.
010650     IF WS-QTDE-PACOTES = ZERO
010660         GO TO 3500-EXIT
010670     END-IF.
010680     SET WS-PAC-IDX TO 1.
010690     SEARCH WS-PACOTE-OCORRENCIA
010700         AT END
010710             CONTINUE
010720         WHEN WS-PAC-CODIGO (WS-PAC-IDX) = WS-PACOTE-CONTA
010730             SET WS-PACOTE-ACHADO TO TRUE
010740     END-SEARCH.
010750     IF NOT WS-PACOTE-ACHADO
010760         GO TO 3500-EXIT
010770     END-IF.
010780     PERFORM 3510-CONTAR-DIAS-MES THRU 3510-EXIT.
010790     MOVE WS-DATA-DIA TO WS-DIAS-TARIFA.
010800     COMPUTE WS-VALOR-TARIFA ROUNDED =
010810         WS-PAC-MANUT (WS-PAC-IDX) * WS-DIAS-TARIFA
010820         / WS-DIAS-MES.
010830 3500-EXIT.
010840     EXIT.
010850*-----------------------------------------------------------
010860* 3510-CONTAR-DIAS-MES
010870* NUMBER OF DAYS OF THE CLOSING MONTH: THE DAY SERIAL OF
010880* THE FIRST OF THE NEXT MONTH MINUS THAT OF THE FIRST OF
010890* THIS ONE, SO FEBRUARY OF A LEAP YEAR COMES OUT RIGHT.
010900*-----------------------------------------------------------
010910 3510-CONTAR-DIAS-MES.
010920     MOVE WS-DATA-ATUAL TO WS-DSER-DATA.
010930     MOVE 1 TO WS-DSER-DIA.
010940     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
010950     MOVE WS-DSER-DIAS TO WS-DIAS-INICIO-MES.
010960     IF WS-DSER-MES = 12
010970         ADD 1 TO WS-DSER-ANO
010980         MOVE 1 TO WS-DSER-MES
010990     ELSE
011000         ADD 1 TO WS-DSER-MES
011010     END-IF.
011020     PERFORM 5300-CALCULAR-DIAS THRU 5300-EXIT.
011030     COMPUTE WS-DIAS-MES = WS-DSER-DIAS - WS-DIAS-INICIO-MES.
011040 3510-EXIT.
011050     EXIT.
011060*-----------------------------------------------------------
011070* 3600-PERCORRER-ORDENS
011080* WALKS THE WHOLE ORDPERM FILE FOR THE ACTIVE STANDING
011090* ORDERS THAT DEBIT THE ACCOUNT OR CREDIT IT (AS
011100* SO-DEST-ACCOUNT). WITH WS-CANCELAR-ORDENS OFF IT ONLY
011110* COUNTS THEM FOR THE SETTLEMENT SCREEN; WITH IT ON EACH
011120* ONE IS CANCELLED AND AUDITED, AND THE COUNT BECOMES THE
011130* NUMBER ACTUALLY CANCELLED.
011140*-----------------------------------------------------------
011150 3600-PERCORRER-ORDENS.
011160     MOVE ZERO TO WS-QTDE-ORDENS.
011170     IF NOT WS-ORDPERM-ABERTO
011180         GO TO 3600-EXIT
011190     END-IF.
011200     MOVE "N" TO WS-FIM-ORDPERM-SW.
011210     MOVE LOW-VALUES TO SO-ORDER-NUMBER.
011220     START STANDING-ORDERS
011230         KEY IS NOT LESS THAN SO-ORDER-NUMBER
011240         INVALID KEY
011250             SET WS-FIM-DO-ORDPERM TO TRUE
011260     END-START.
011270     IF NOT WS-FIM-DO-ORDPERM
011280         READ STANDING-ORDERS NEXT RECORD
011290             AT END
011300                 SET WS-FIM-DO-ORDPERM TO TRUE
011310         END-READ
011320     END-IF.
011330     PERFORM 3610-CONFERIR-ORDEM THRU 3610-EXIT
011340         UNTIL WS-FIM-DO-ORDPERM.
011350 3600-EXIT.
011360     EXIT.
011370 3610-CONFERIR-ORDEM.
011380     IF SO-ORDEM-ATIVA
011390         AND (SO-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER
011400         OR SO-DEST-ACCOUNT = CM-ACCOUNT-NUMBER)
011410         IF WS-CANCELAR-ORDENS
011420             PERFORM 4300-CANCELAR-ORDEM THRU 4300-EXIT
011430         ELSE
011440             ADD 1 TO WS-QTDE-ORDENS
011450         END-IF
011460     END-IF.
011470     IF WS-ERRO-NO-ENCERRAMENTO
011480         SET WS-FIM-DO-ORDPERM TO TRUE
011490         GO TO 3610-EXIT
011500     END-IF.
011510     READ STANDING-ORDERS NEXT RECORD
011520         AT END
011530             SET WS-FIM-DO-ORDPERM TO TRUE
011540     END-READ.
011550 3610-EXIT.
011560     EXIT.
011570*-----------------------------------------------------------
011580* 3700-CONTAR-CHEQUES
011590* COUNTS THE ACCOUNTS CHEQUE LEAVES STILL EMITIDO (NEITHER
011600* PAID, SUSTADO NOR RETURNED), WALKING THE CHEQUE MASTER
011610* KEY FROM THE ACCOUNT AS CONTMNT DOES. THEY ARE LEFT AS
011620* THEY ARE: ONE PRESENTED LATER IS RETURNED BY CHQBAT
011630* UNDER MOTIVO 13, CONTA ENCERRADA. THE COUNT GOES ON THE
011640* TERMO.
011650*-----------------------------------------------------------
011660 3700-CONTAR-CHEQUES.
011670     MOVE ZERO TO WS-QTDE-FOLHAS.
011680     IF NOT WS-CHEQUES-ABERTO
011690         GO TO 3700-EXIT
011700     END-IF.
011710     MOVE "N" TO WS-FIM-CHEQUES-SW.
011720     MOVE CM-ACCOUNT-NUMBER TO CH-ACCOUNT-NUMBER.
011730     MOVE ZERO TO CH-NUMERO.
011740     START CHEQUE-MASTER KEY IS NOT LESS THAN CH-CHAVE
011750         INVALID KEY
011760             SET WS-FIM-DOS-CHEQUES TO TRUE
011770     END-START.
011780     IF NOT WS-FIM-DOS-CHEQUES
011790         READ CHEQUE-MASTER NEXT RECORD
011800             AT END
011810                 SET WS-FIM-DOS-CHEQUES TO TRUE
011820         END-READ
011830     END-IF.
011840     PERFORM 3710-CONTAR-FOLHA THRU 3710-EXIT
011850         UNTIL WS-FIM-DOS-CHEQUES.
011860 3700-EXIT.
011870     EXIT.
011880 3710-CONTAR-FOLHA.
011890     IF CH-ACCOUNT-NUMBER NOT = CM-ACCOUNT-NUMBER
011900         SET WS-FIM-DOS-CHEQUES TO TRUE
011910         GO TO 3710-EXIT
011920     END-IF.
011930     IF CH-EMITIDO
011940         ADD 1 TO WS-QTDE-FOLHAS
011950     END-IF.
011960     READ CHEQUE-MASTER NEXT RECORD
011970         AT END
011980             SET WS-FIM-DOS-CHEQUES TO TRUE
011990     END-READ.
012000 3710-EXIT.
012010     EXIT.
012020*-----------------------------------------------------------
012030* 3800-MOSTRAR-ACERTO
012040* SHOWS THE SETTLEMENT BEFORE THE SUPERVISOR CONFIRMS IT.
012050*-----------------------------------------------------------
012060 3800-MOSTRAR-ACERTO.
012070     DISPLAY "----------------------------------------------".
012080     DISPLAY "ACERTO PARA ENCERRAMENTO".
012090     MOVE CM-BALANCE TO WS-MOEDA-EDITADA.
012100     DISPLAY "SALDO ATUAL              : " WS-MOEDA-EDITADA.
012110     MOVE WS-VALOR-JUROS TO WS-MOEDA-EDITADA.
012120     DISPLAY "JUROS / MULTA PRO RATA   : " WS-MOEDA-EDITADA
012130         "  (" WS-DIAS-JUROS " DIAS)".
012140     MOVE WS-VALOR-TARIFA TO WS-MOEDA-EDITADA.
012150     DISPLAY "TARIFA MANUTENCAO        : " WS-MOEDA-EDITADA
012160         "  (" WS-DIAS-TARIFA "/" WS-DIAS-MES " DIAS)".
012170     MOVE WS-SALDO-FINAL TO WS-MOEDA-EDITADA.
012180     DISPLAY "SALDO A LIQUIDAR         : " WS-MOEDA-EDITADA.
012190     DISPLAY "ORDENS PERMANENTES A CANCELAR: " WS-QTDE-ORDENS.
012200     DISPLAY "FOLHAS DE CHEQUE EM ABERTO   : " WS-QTDE-FOLHAS.
012210     DISPLAY "----------------------------------------------".
012220 3800-EXIT.
012230     EXIT.
012240*-----------------------------------------------------------
012250* 3850-OBTER-LIQUIDACAO
012260* ASKS HOW THE REMAINING BALANCE IS PAID OUT: IN CASH AT
012270* THE COUNTER OR AS AN EXTERNAL TRANSFER, WHOSE
012280* DESTINATION IS EDITED AS IN THE BNCDM TRANSFERENCIA
012290* EXTERNA. ANY INVALID ANSWER LEAVES WS-FORMA-LIQUIDACAO
012300* INVALID AND THE CLOSING IS CANCELLED.
012310*-----------------------------------------------------------
012320 3850-OBTER-LIQUIDACAO.
012330     DISPLAY "FORMA DE PAGAMENTO DO SALDO:".
012340     DISPLAY " 1 - EM ESPECIE NO CAIXA".
012350     DISPLAY " 2 - TRANSFERENCIA PARA CONTA EM OUTRO BANCO".
012360     ACCEPT WS-FORMA-LIQUIDACAO.
012370     IF WS-LIQUIDA-ESPECIE
012380         GO TO 3850-EXIT
012390     END-IF.
012400     IF NOT WS-LIQUIDA-TRANSF
012410         DISPLAY "FORMA DE PAGAMENTO INVALIDA."
012420         MOVE SPACE TO WS-FORMA-LIQUIDACAO
012430         GO TO 3850-EXIT
012440     END-IF.
012450     DISPLAY "BANCO DE DESTINO (3 DIGITOS): ".
012460     ACCEPT WS-BANCO-DESTINO.
012470     IF WS-BANCO-DESTINO IS NOT NUMERIC
012480         OR WS-BANCO-DESTINO = ZERO
012490         DISPLAY "BANCO DE DESTINO INVALIDO."
012500         MOVE SPACE TO WS-FORMA-LIQUIDACAO
012510         GO TO 3850-EXIT
012520     END-IF.
012530     DISPLAY "AGENCIA DE DESTINO (4 DIGITOS): ".
012540     ACCEPT WS-AGENCIA-DESTINO.
012550     IF WS-AGENCIA-DESTINO IS NOT NUMERIC
012560         DISPLAY "AGENCIA DE DESTINO INVALIDA."
012570         MOVE SPACE TO WS-FORMA-LIQUIDACAO
012580         GO TO 3850-EXIT
012590     END-IF.
012600     DISPLAY "CONTA DE DESTINO NO OUTRO BANCO: ".
012610     ACCEPT WS-CONTA-EXT-DESTINO.
012620     IF WS-CONTA-EXT-DESTINO IS NOT NUMERIC
012630         OR WS-CONTA-EXT-DESTINO = ZERO
012640         DISPLAY "CONTA DE DESTINO INVALIDA."
012650         MOVE SPACE TO WS-FORMA-LIQUIDACAO
012660         GO TO 3850-EXIT
012670     END-IF.
012680     MOVE WS-BANCO-DESTINO     TO WS-DE-BANCO.
012690     MOVE WS-AGENCIA-DESTINO   TO WS-DE-AGENCIA.
012700     MOVE WS-CONTA-EXT-DESTINO TO WS-DE-CONTA.
012710 3850-EXIT.
012720     EXIT.
012730*-----------------------------------------------------------
012740* 3900-RECUSAR-ENCERRAMENTO
012750* REFUSES THE CLOSING FOR THE REASON IN WS-MOTIVO-RECUSA
012760* AND AUDITS THE REFUSAL. NOTHING ELSE WAS CHANGED.
012770*-----------------------------------------------------------
012780 3900-RECUSAR-ENCERRAMENTO.
012790     DISPLAY "ENCERRAMENTO RECUSADO: " WS-MOTIVO-RECUSA.
012800     MOVE CM-ACCOUNT-STATUS     TO WS-VALOR-ANTES.
012810     MOVE WS-MOTIVO-RECUSA      TO WS-VALOR-DEPOIS.
012820     MOVE "ENCERRAMENTO RECUSA" TO WS-CAMPO-ALTERADO.
012830     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
012840 3900-EXIT.
012850     EXIT.
012860*-----------------------------------------------------------
012870* 4100-LANCAR-JUROS
012880* POSTS THE PRO-RATA INTEREST OR PENALTY AS A JR MOVEMENT
012890* AND STAMPS CM-LAST-INTEREST-DATE SO THE NIGHTS JUROS RUN
012900* SKIPS THE ACCOUNT. THE AUDIT RECORD CARRIES THE BALANCE
012910* BEFORE AND AFTER. THE JOURNAL IS WRITTEN FIRST: IF IT
012912* FAILS THE STEP FAILS WITH THE ACCOUNT UNTOUCHED, AND IF
012914* THE MASTER THEN FAILS THE JR IS DELETED (5060). 4200
012916* AND 4400 WORK THE SAME WAY.
012920*-----------------------------------------------------------
012930 4100-LANCAR-JUROS.
012940     IF WS-VALOR-JUROS = ZERO
012950         GO TO 4100-EXIT
012960     END-IF.
012970     MOVE CM-BALANCE TO WS-MOEDA-EDITADA.
012980     MOVE WS-MOEDA-EDITADA TO WS-VALOR-ANTES.
012990     MOVE CUSTMAST-RECORD TO WS-REG-CONTA.
013000     ADD WS-VALOR-JUROS TO CM-BALANCE.
013010     MOVE WS-DATA-ATUAL TO CM-LAST-INTEREST-DATE.
013011     MOVE "JR"             TO TJ-TRANS-TYPE.
013012     MOVE WS-VALOR-JUROS   TO TJ-TRANS-AMOUNT.
013013     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
013014     IF WS-FALHA-JORNAL
013015         MOVE WS-REG-CONTA TO CUSTMAST-RECORD
013016         SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
013017         GO TO 4100-EXIT
013018     END-IF.
013020     REWRITE CUSTMAST-RECORD
013030         INVALID KEY
013040             DISPLAY "ERRO AO LANCAR OS JUROS. STATUS: "
013050                 WS-CUSTMAST-STATUS
013055             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
013060             MOVE WS-REG-CONTA TO CUSTMAST-RECORD
013070             SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
013080             GO TO 4100-EXIT
013090     END-REWRITE.
013130     MOVE CM-BALANCE TO WS-MOEDA-EDITADA.
013140     MOVE WS-MOEDA-EDITADA TO WS-VALOR-DEPOIS.
013150     MOVE "JUROS ENCERRAMENTO" TO WS-CAMPO-ALTERADO.
013160     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
013170 4100-EXIT.
013180     EXIT.
013190*-----------------------------------------------------------
013200* 4200-LANCAR-TARIFA
013210* POSTS THE PRO-RATA MAINTENANCE FEE AS A TA MOVEMENT AND
013220* STAMPS CM-LAST-TARIFF-DATE SO THE MONTHS TARBAT RUN
013230* SKIPS THE ACCOUNT. AUDITED WITH THE BALANCE BEFORE AND
013240* AFTER.
013250*-----------------------------------------------------------
013260 4200-LANCAR-TARIFA.
013270     IF WS-VALOR-TARIFA = ZERO
013280         GO TO 4200-EXIT
013290     END-IF.
013300     MOVE CM-BALANCE TO WS-MOEDA-EDITADA.
013310     MOVE WS-MOEDA-EDITADA TO WS-VALOR-ANTES.
013320     MOVE CUSTMAST-RECORD TO WS-REG-CONTA.
013330     COMPUTE CM-BALANCE = CM-BALANCE - WS-VALOR-TARIFA.
013340     MOVE WS-DATA-ATUAL TO CM-LAST-TARIFF-DATE.
013341     MOVE "TA"             TO TJ-TRANS-TYPE.
013342     MOVE WS-VALOR-TARIFA  TO TJ-TRANS-AMOUNT.
013343     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
013344     IF WS-FALHA-JORNAL
013345         MOVE WS-REG-CONTA TO CUSTMAST-RECORD
013346         SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
013347         GO TO 4200-EXIT
013348     END-IF.
013350     REWRITE CUSTMAST-RECORD
013360         INVALID KEY
013370             DISPLAY "ERRO AO LANCAR A TARIFA. STATUS: "
013380                 WS-CUSTMAST-STATUS
013385             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
013390             MOVE WS-REG-CONTA TO CUSTMAST-RECORD
013400             SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
013410             GO TO 4200-EXIT
013420     END-REWRITE.
013460     MOVE CM-BALANCE TO WS-MOEDA-EDITADA.
013470     MOVE WS-MOEDA-EDITADA TO WS-VALOR-DEPOIS.
013480     MOVE "TARIFA ENCERRAMENTO" TO WS-CAMPO-ALTERADO.
013490     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
013500 4200-EXIT.
013510     EXIT.
013520*-----------------------------------------------------------
013530* 4300-CANCELAR-ORDEM
013540* CANCELS THE STANDING ORDER JUST READ BY 3610 AND AUDITS
013550* IT UNDER ITS ORDER NUMBER WITH ITS ORIGIN AND
013560* DESTINATION ACCOUNTS.
013570*-----------------------------------------------------------
013580 4300-CANCELAR-ORDEM.
013590     MOVE SO-ORDER-NUMBER   TO WS-CO-NUMERO.
013600     MOVE SO-ACCOUNT-NUMBER TO WS-OA-ORIGEM.
013610     MOVE SO-DEST-ACCOUNT   TO WS-OA-DESTINO.
013620     MOVE "C" TO SO-STATUS.
013630     REWRITE ORDPERM-RECORD
013640         INVALID KEY
013650             DISPLAY "ERRO AO CANCELAR A ORDEM " SO-ORDER-NUMBER
013660                 ". STATUS: " WS-ORDPERM-STATUS
013670             SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
013680             GO TO 4300-EXIT
013690     END-REWRITE.
013700     ADD 1 TO WS-QTDE-ORDENS.
013710     MOVE WS-ORDEM-ANTES    TO WS-VALOR-ANTES.
013720     MOVE "CANCELADA"       TO WS-VALOR-DEPOIS.
013730     MOVE WS-CAMPO-ORDEM    TO WS-CAMPO-ALTERADO.
013740     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
013750     DISPLAY "ORDEM PERMANENTE " SO-ORDER-NUMBER " CANCELADA.".
013760 4300-EXIT.
013770     EXIT.
013780*-----------------------------------------------------------
013790* 4400-LIQUIDAR-SALDO
013800* PAYS THE REMAINING BALANCE OUT AND ZEROES THE ACCOUNT:
013810* IN CASH AS A SQ MOVEMENT, OR AS A TE MOVEMENT PLUS A
013820* PENDENTE TRFEXT ORDER THAT THE NIGHTLY CLRBAT SENDS.
013830* AS IN BNCDM THE SQ OR TE IS JOURNALED BEFORE THE MASTER
013840* IS REWRITTEN, AND THE DEBIT IS BACKED OUT AND THE TE
013850* DELETED IF THE ORDER CANNOT BE REGISTERED.
013860*-----------------------------------------------------------
013870 4400-LIQUIDAR-SALDO.
013880     MOVE ZERO TO WS-VALOR-LIQUIDADO.
013890     IF CM-BALANCE NOT > ZERO
013900         MOVE "0" TO WS-FORMA-LIQUIDACAO
013910         GO TO 4400-EXIT
013920     END-IF.
013930     MOVE CM-BALANCE TO WS-VALOR-LIQUIDADO.
013940     MOVE CM-BALANCE TO WS-MOEDA-EDITADA.
013950     MOVE WS-MOEDA-EDITADA TO WS-VALOR-ANTES.
013960     IF WS-LIQUIDA-TRANSF
013970         PERFORM 4410-PROXIMO-NUMERO THRU 4410-EXIT
013980     END-IF.
013990     MOVE CUSTMAST-RECORD TO WS-REG-CONTA.
014000     MOVE ZERO TO CM-BALANCE.
014001     MOVE WS-DATA-ATUAL TO CM-LAST-ACTIVITY-DATE.
014002     IF WS-LIQUIDA-TRANSF
014003         MOVE "TE"           TO TJ-TRANS-TYPE
014004     ELSE
014005         MOVE "SQ"           TO TJ-TRANS-TYPE
014006     END-IF.
014007     MOVE WS-VALOR-LIQUIDADO TO TJ-TRANS-AMOUNT.
014008     PERFORM 5000-GRAVAR-JORNAL THRU 5000-EXIT.
014009     IF WS-FALHA-JORNAL
014010         MOVE WS-REG-CONTA TO CUSTMAST-RECORD
014011         SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
014012         GO TO 4400-EXIT
014013     END-IF.
014020     REWRITE CUSTMAST-RECORD
014030         INVALID KEY
014040             DISPLAY "ERRO AO LIQUIDAR O SALDO. STATUS: "
014050                 WS-CUSTMAST-STATUS
014055             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
014060             MOVE WS-REG-CONTA TO CUSTMAST-RECORD
014070             SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
014080             GO TO 4400-EXIT
014090     END-REWRITE.
014100     IF WS-LIQUIDA-TRANSF
014110         PERFORM 4430-REGISTRAR-ORDEM-EXT THRU 4430-EXIT
014120         GO TO 4400-EXIT
014130     END-IF.
014170     MOVE CM-BALANCE TO WS-MOEDA-EDITADA.
014180     MOVE WS-MOEDA-EDITADA TO WS-VALOR-DEPOIS.
014190     MOVE "LIQUIDACAO ESPECIE" TO WS-CAMPO-ALTERADO.
014200     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
014210     DISPLAY "PAGAR AO CLIENTE EM ESPECIE: " WS-VALOR-ANTES.
014220 4400-EXIT.
014230     EXIT.
014240*-----------------------------------------------------------
014250* 4410-PROXIMO-NUMERO
014260* SCANS TRFEXT FOR THE HIGHEST ORDER NUMBER IN USE AND
014270* LEAVES THE NEXT FREE ONE IN WS-PROXIMA-ORDEM, AS BNCDM
014280* DOES.
014290*-----------------------------------------------------------
014300 4410-PROXIMO-NUMERO.
014310     MOVE ZERO TO WS-PROXIMA-ORDEM.
014320     MOVE "N" TO WS-FIM-TRFEXT-SW.
014330     MOVE LOW-VALUES TO TX-ORDER-NUMBER.
014340     START EXTERNAL-TRANSFERS
014350         KEY IS NOT LESS THAN TX-ORDER-NUMBER
014360         INVALID KEY
014370             SET WS-FIM-DO-TRFEXT TO TRUE
014380     END-START.
014390     IF NOT WS-FIM-DO-TRFEXT
014400         READ EXTERNAL-TRANSFERS NEXT RECORD
014410             AT END
014420                 SET WS-FIM-DO-TRFEXT TO TRUE
014430         END-READ
014440     END-IF.
014450     PERFORM 4420-CONFERIR-NUMERO THRU 4420-EXIT
014460         UNTIL WS-FIM-DO-TRFEXT.
014470     ADD 1 TO WS-PROXIMA-ORDEM.
014480 4410-EXIT.
014490     EXIT.
014500 4420-CONFERIR-NUMERO.
014510     IF TX-ORDER-NUMBER > WS-PROXIMA-ORDEM
014520         MOVE TX-ORDER-NUMBER TO WS-PROXIMA-ORDEM
014530     END-IF.
014540     READ EXTERNAL-TRANSFERS NEXT RECORD
014550         AT END
014560             SET WS-FIM-DO-TRFEXT TO TRUE
014570     END-READ.
014580 4420-EXIT.
014590     EXIT.
014600*-----------------------------------------------------------
014610* 4430-REGISTRAR-ORDEM-EXT
014620* REGISTERS THE PENDENTE ORDER FOR THE PAYOUT, WHOSE TE IS
014630* ALREADY JOURNALED, AND AUDITS IT WITH THE DESTINATION. IF
014640* THE ORDER CANNOT BE WRITTEN THE ZEROED BALANCE IS PUT
014650* BACK, THE TE DELETED AND THE CLOSING STOPS.
014660*-----------------------------------------------------------
014670 4430-REGISTRAR-ORDEM-EXT.
014680     MOVE WS-PROXIMA-ORDEM     TO TX-ORDER-NUMBER.
014690     MOVE CM-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER.
014700     MOVE WS-BANCO-DESTINO     TO TX-DEST-BANK.
014710     MOVE WS-AGENCIA-DESTINO   TO TX-DEST-AGENCIA.
014720     MOVE WS-CONTA-EXT-DESTINO TO TX-DEST-ACCOUNT.
014730     MOVE WS-VALOR-LIQUIDADO   TO TX-AMOUNT.
014740     MOVE WS-DATA-ATUAL        TO TX-REQUEST-DATE.
014750     MOVE ZERO                 TO TX-SENT-DATE.
014760     MOVE "P"                  TO TX-STATUS.
014770     MOVE SPACES               TO TX-FILLER.
014780     WRITE TRFEXT-RECORD
014790         INVALID KEY
014800             DISPLAY "ERRO AO REGISTRAR A ORDEM. STATUS: "
014810                 WS-TRFEXT-STATUS
014820             PERFORM 4440-DESFAZER-LIQUIDACAO THRU 4440-EXIT
014825             PERFORM 5060-ANULAR-MOVIMENTO THRU 5060-EXIT
014830             GO TO 4430-EXIT
014840     END-WRITE.
014880     MOVE WS-DESTINO-EXTERNO  TO WS-VALOR-DEPOIS.
014890     MOVE "LIQUIDACAO TRF EXT" TO WS-CAMPO-ALTERADO.
014900     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
014910     DISPLAY "TRANSFERENCIA EXTERNA REGISTRADA. ORDEM: "
014920         TX-ORDER-NUMBER.
014930     DISPLAY "SERA ENVIADA NO PROXIMO FECHAMENTO.".
014940 4430-EXIT.
014950     EXIT.
014960*-----------------------------------------------------------
014970* 4440-DESFAZER-LIQUIDACAO
014980* PUTS THE BALANCE BACK WHEN THE PAYOUT ORDER COULD NOT BE
014990* REGISTERED ON TRFEXT.
015000*-----------------------------------------------------------
015010 4440-DESFAZER-LIQUIDACAO.
015020     MOVE WS-REG-CONTA TO CUSTMAST-RECORD.
015030     REWRITE CUSTMAST-RECORD
015040         INVALID KEY
015050             DISPLAY "ERRO GRAVE NO ESTORNO DO DEBITO. STATUS: "
015060                 WS-CUSTMAST-STATUS
015070     END-REWRITE.
015080     SET WS-ERRO-NO-ENCERRAMENTO TO TRUE.
015090 4440-EXIT.
015100     EXIT.
015110*-----------------------------------------------------------
015120* 4500-GRAVAR-SITUACAO
015130* THE LAST STEP: SETS THE STATUS TO ENCERRADA AND AUDITS
015140* IT UNDER THE SAME FIELD NAME CONTMNT USES FOR A STATUS
015150* CHANGE.
015160*-----------------------------------------------------------
015170 4500-GRAVAR-SITUACAO.
015180     MOVE CM-ACCOUNT-STATUS TO WS-VALOR-ANTES.
015190     MOVE CUSTMAST-RECORD TO WS-REG-CONTA.
015200     MOVE "E" TO CM-ACCOUNT-STATUS.
015210     REWRITE CUSTMAST-RECORD
015220         INVALID KEY
015230             DISPLAY "ERRO AO ATUALIZAR O CADASTRO. STATUS: "
015240                 WS-CUSTMAST-STATUS
015250             MOVE WS-REG-CONTA TO CUSTMAST-RECORD
015260             SET WS-ERRO-NO-ENCERRAMENTO TO TRUE
015270             GO TO 4500-EXIT
015280     END-REWRITE.
015290     MOVE CM-ACCOUNT-STATUS TO WS-VALOR-DEPOIS.
015300     MOVE "SITUACAO CONTA"  TO WS-CAMPO-ALTERADO.
015310     PERFORM 7100-GRAVAR-AUDITORIA THRU 7100-EXIT.
015320 4500-EXIT.
015330     EXIT.
015340*-----------------------------------------------------------
015350* 5000-GRAVAR-JORNAL
015360* APPENDS ONE MOVEMENT OF THE CLOSING TO THE JOURNAL. THE
015370* CALLER HAS SET TJ-TRANS-TYPE AND TJ-TRANS-AMOUNT.
015375* A JOURNAL FAILURE SETS WS-FALHA-JORNAL (SEE 5050).
015380*-----------------------------------------------------------
015390 5000-GRAVAR-JORNAL.
015395     MOVE "N"                  TO WS-JORNAL-SW.
015400     MOVE WS-DATA-ATUAL        TO TJ-TRANS-DATE.
015410     MOVE WS-HORA-ATUAL        TO TJ-TRANS-TIME.
015420     MOVE CM-ACCOUNT-NUMBER    TO TJ-ACCOUNT-NUMBER.
015430     MOVE CM-BALANCE           TO TJ-RESULTING-BALANCE.
015440     MOVE WS-OPERADOR-ID       TO TJ-OPERATOR-ID.
015450     MOVE SPACES               TO TJ-ESTORNO-REF.
015455     MOVE WS-OPERADOR-AGENCIA  TO TJ-AGENCIA.
015456     PERFORM 5050-NUMERAR-MOVIMENTO THRU 5050-EXIT.
015457     IF WS-FALHA-JORNAL
015458         GO TO 5000-EXIT
015459     END-IF.
015460     WRITE TRANJRNL-RECORD
015462         INVALID KEY
015464             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
015466                 WS-TRANJRNL-STATUS
015467             SET WS-FALHA-JORNAL TO TRUE
015468     END-WRITE.
015470 5000-EXIT.
015471     EXIT.
015472*-----------------------------------------------------------
015473* 5050-NUMERAR-MOVIMENTO
015474* GIVES THE MOVEMENT THE NEXT JOURNAL SEQUENCE FROM THE
015475* TJSEQ CONTROL FILE (CREATED AT ZERO ON FIRST USE), SO
015476* THE JOURNAL KEEPS THE POSTING ORDER ACROSS EVERY JOB.
015477* A TJSEQ THAT CANNOT BE READ OR REWRITTEN LEAVES
015478* TJ-SEQUENCIA AT ZERO AND SETS WS-FALHA-JORNAL.
015479*-----------------------------------------------------------
015480 5050-NUMERAR-MOVIMENTO.
015481     MOVE ZERO TO TJ-SEQUENCIA.
015488     OPEN I-O JOURNAL-SEQUENCE.
015489     IF WS-TJSEQ-NOT-OPEN
015490         OPEN OUTPUT JOURNAL-SEQUENCE
015491         MOVE ZERO   TO TS-ULTIMA-SEQUENCIA
015492         MOVE SPACES TO TS-FILLER
015493         WRITE TJSEQ-RECORD
015494         CLOSE JOURNAL-SEQUENCE
015495         OPEN I-O JOURNAL-SEQUENCE
015496     END-IF.
015497     IF NOT WS-TJSEQ-OK
015498         DISPLAY "ERRO AO ABRIR O TJSEQ. STATUS: " WS-TJSEQ-STATUS
015499         SET WS-FALHA-JORNAL TO TRUE
015500         GO TO 5050-EXIT
015501     END-IF.
015502     READ JOURNAL-SEQUENCE
015503         AT END
015504             CONTINUE
015505     END-READ.
015506     IF WS-TJSEQ-OK
015507         ADD 1 TO TS-ULTIMA-SEQUENCIA
015508         REWRITE TJSEQ-RECORD
015509     END-IF.
015510     IF NOT WS-TJSEQ-OK
015511         DISPLAY "ERRO AO ATUALIZAR O TJSEQ. STATUS: "
015512             WS-TJSEQ-STATUS
015513         SET WS-FALHA-JORNAL TO TRUE
015514         CLOSE JOURNAL-SEQUENCE
015515         GO TO 5050-EXIT
015516     END-IF.
015517     CLOSE JOURNAL-SEQUENCE.
015518     MOVE TS-ULTIMA-SEQUENCIA TO TJ-SEQUENCIA.
015519 5050-EXIT.
015520     EXIT.
015521*-----------------------------------------------------------
015522* 5060-ANULAR-MOVIMENTO
015523* DELETES FROM THE JOURNAL THE MOVEMENT WHOSE KEY IS IN
015524* TJ-SEQUENCIA, WHEN THE STEP IT BELONGS TO COULD NOT BE
015525* POSTED AFTER ALL, AS BNCDM DOES.
015526*-----------------------------------------------------------
015527 5060-ANULAR-MOVIMENTO.
015528     DELETE TRANSACTION-JOURNAL RECORD
015529         INVALID KEY
015530             DISPLAY "ERRO AO ANULAR O MOVIMENTO " TJ-SEQUENCIA
015531                 " NO JORNAL. STATUS: " WS-TRANJRNL-STATUS
015532     END-DELETE.
015533 5060-EXIT.
015534     EXIT.
015535*-----------------------------------------------------------
015536* 5100-MARCAR-MOMENTO
015537* CAPTURES THE DATE AND TIME OF THE CLOSING. PERFORMED
015538* ONCE PER ACCOUNT, SO ALL ITS MOVEMENTS AND AUDIT RECORDS
015539* CARRY THE SAME MOMENT, AS BNCDM DOES PER OPERATION.
015540*-----------------------------------------------------------
015550 5100-MARCAR-MOMENTO.
015560     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
015570     ACCEPT WS-HORA-ATUAL FROM TIME.
015580 5100-EXIT.
015590     EXIT.
015600*-----------------------------------------------------------
015610* 5300-CALCULAR-DIAS
015620* CONVERTS THE GREGORIAN DATE IN WS-DSER-DATA TO A DAY
015630* SERIAL IN WS-DSER-DIAS, AS IN BNCDM, SO TWO DATES CAN
015640* BE SUBTRACTED.
015650*-----------------------------------------------------------
015660 5300-CALCULAR-DIAS.
015670     COMPUTE WS-ANO-BASE = WS-DSER-ANO - 1.
015680     DIVIDE WS-ANO-BASE BY 4
015690         GIVING WS-QUOC-4 REMAINDER WS-RESTO-4.
015700     DIVIDE WS-ANO-BASE BY 100
015710         GIVING WS-QUOC-100 REMAINDER WS-RESTO-100.
015720     DIVIDE WS-ANO-BASE BY 400
015730         GIVING WS-QUOC-400 REMAINDER WS-RESTO-400.
015740     COMPUTE WS-DSER-DIAS = WS-DSER-ANO * 365
015750         + WS-QUOC-4 - WS-QUOC-100 + WS-QUOC-400
015760         + WS-DIAS-ACUMULADOS (WS-DSER-MES)
015770         + WS-DSER-DIA.
015780     IF WS-DSER-MES > 2
015790         DIVIDE WS-DSER-ANO BY 4
015800             GIVING WS-QUOC-4 REMAINDER WS-RESTO-4
015810         DIVIDE WS-DSER-ANO BY 100
015820             GIVING WS-QUOC-100 REMAINDER WS-RESTO-100
015830         DIVIDE WS-DSER-ANO BY 400
015840             GIVING WS-QUOC-400 REMAINDER WS-RESTO-400
015850         IF WS-RESTO-4 = ZERO
015860             AND (WS-RESTO-100 NOT = ZERO
015870             OR WS-RESTO-400 = ZERO)
015880             ADD 1 TO WS-DSER-DIAS
015890         END-IF
015900     END-IF.
015910 5300-EXIT.
015920     EXIT.
015930*-----------------------------------------------------------
015940* 6000-IMPRIMIR-TERMO
015950* PRINTS THE TERMO DE ENCERRAMENTO ON TERMOENC, ONE TERMO
015960* PER FILE AS EXTRATO PRINTS ONE STATEMENT: THE ACCOUNT AND
015970* HOLDER, THE SETTLEMENT, THE FORM OF PAYMENT, THE ORDERS
015980* CANCELLED, THE LEAVES LEFT OPEN, THE DECLARATION AND THE
015990* SIGNATURE LINES.
016000*-----------------------------------------------------------
016010 6000-IMPRIMIR-TERMO.
016020     OPEN OUTPUT TERMO-REPORT.
016030     IF NOT WS-TERMOENC-OK
016040         DISPLAY "NAO FOI POSSIVEL CRIAR O TERMOENC. STATUS: "
016050             WS-TERMOENC-STATUS
016060         DISPLAY "A CONTA ESTA ENCERRADA; IMPRIMA O TERMO "
016070             "MANUALMENTE."
016080         GO TO 6000-EXIT
016090     END-IF.
016100     MOVE WS-DATA-DIA        TO WS-TD-DIA.
016110     MOVE WS-DATA-MES        TO WS-TD-MES.
016120     MOVE WS-DATA-ANO        TO WS-TD-ANO.
016130     MOVE WS-OPERADOR-ID     TO WS-TD-SUPERVISOR.
016140     MOVE WS-OPERADOR-ID     TO WS-TA-SUPERVISOR.
016150     MOVE CM-ACCOUNT-NUMBER  TO WS-TC-CONTA.
016160     MOVE CM-CUSTOMER-CPF    TO WS-TC-CPF.
016170     MOVE CM-CUSTOMER-NAME   TO WS-TT-NOME.
016180     WRITE TERMO-LINE FROM WS-TERMO-TITULO-1.
016190     WRITE TERMO-LINE FROM WS-TERMO-TITULO-2.
016200     MOVE SPACES TO TERMO-LINE.
016210     WRITE TERMO-LINE.
016220     WRITE TERMO-LINE FROM WS-TERMO-DATA.
016230     WRITE TERMO-LINE FROM WS-TERMO-CONTA.
016240     WRITE TERMO-LINE FROM WS-TERMO-TITULAR.
016250     MOVE SPACES TO TERMO-LINE.
016260     WRITE TERMO-LINE.
016270     MOVE "SALDO ANTES DO ACERTO" TO WS-TV-DESCRICAO.
016280     MOVE WS-SALDO-INICIAL TO WS-TV-VALOR.
016290     WRITE TERMO-LINE FROM WS-TERMO-VALOR.
016300     MOVE WS-DIAS-JUROS  TO WS-TJ-DIAS.
016310     MOVE WS-VALOR-JUROS TO WS-TJ-VALOR.
016320     WRITE TERMO-LINE FROM WS-TERMO-JUROS.
016330     MOVE WS-DIAS-TARIFA  TO WS-TF-DIAS.
016340     MOVE WS-DIAS-MES     TO WS-TF-DIAS-MES.
016350     MOVE WS-VALOR-TARIFA TO WS-TF-VALOR.
016360     WRITE TERMO-LINE FROM WS-TERMO-TARIFA.
016370     MOVE "SALDO LIQUIDADO" TO WS-TV-DESCRICAO.
016380     MOVE WS-VALOR-LIQUIDADO TO WS-TV-VALOR.
016390     WRITE TERMO-LINE FROM WS-TERMO-VALOR.
016400     PERFORM 6100-IMPRIMIR-FORMA THRU 6100-EXIT.
016410     MOVE SPACES TO TERMO-LINE.
016420     WRITE TERMO-LINE.
016430     MOVE "ORDENS PERMANENTES CANCELADAS" TO WS-TQ-DESCRICAO.
016440     MOVE WS-QTDE-ORDENS TO WS-TQ-QTDE.
016450     WRITE TERMO-LINE FROM WS-TERMO-QTDE.
016460     MOVE "FOLHAS DE CHEQUE EM ABERTO" TO WS-TQ-DESCRICAO.
016470     MOVE WS-QTDE-FOLHAS TO WS-TQ-QTDE.
016480     WRITE TERMO-LINE FROM WS-TERMO-QTDE.
016490     MOVE SPACES TO TERMO-LINE.
016500     WRITE TERMO-LINE.
016510     PERFORM 6200-IMPRIMIR-DECLARACAO THRU 6200-EXIT
016520         VARYING WS-TDC-IND FROM 1 BY 1
016530         UNTIL WS-TDC-IND > 6.
016540     MOVE SPACES TO TERMO-LINE.
016550     WRITE TERMO-LINE.
016560     WRITE TERMO-LINE.
016570     WRITE TERMO-LINE FROM WS-TERMO-TRACOS.
016580     WRITE TERMO-LINE FROM WS-TERMO-ASSINATURAS.
016590     CLOSE TERMO-REPORT.
016600     DISPLAY "TERMO DE ENCERRAMENTO IMPRESSO EM TERMOENC - "
016610         "COLHA A ASSINATURA DO CLIENTE.".
016620 6000-EXIT.
016630     EXIT.
016640*-----------------------------------------------------------
016650* 6100-IMPRIMIR-FORMA
016660* PRINTS HOW THE BALANCE WAS PAID OUT, WITH THE TRFEXT
016670* ORDER AND ITS DESTINATION FOR AN EXTERNAL TRANSFER.
016680*-----------------------------------------------------------
016690 6100-IMPRIMIR-FORMA.
016700     MOVE ZERO TO WS-TFO-ORDEM.
016710     EVALUATE TRUE
016720         WHEN WS-LIQUIDA-ESPECIE
016730             MOVE "EM ESPECIE NO CAIXA" TO WS-TFO-DESCRICAO
016740         WHEN WS-LIQUIDA-TRANSF
016750             MOVE "TRANSFERENCIA PARA OUTRO BANCO"
016760                 TO WS-TFO-DESCRICAO
016770             MOVE WS-PROXIMA-ORDEM TO WS-TFO-ORDEM
016780         WHEN OTHER
016790             MOVE "SEM SALDO A PAGAR" TO WS-TFO-DESCRICAO
016800     END-EVALUATE.
016810     IF WS-LIQUIDA-TRANSF
016820         WRITE TERMO-LINE FROM WS-TERMO-FORMA
016830         MOVE WS-DESTINO-EXTERNO TO WS-TDE-DESTINO
016840         WRITE TERMO-LINE FROM WS-TERMO-DESTINO
016850     ELSE
016860         MOVE SPACES TO TERMO-LINE
016870         MOVE WS-TERMO-FORMA (1:45) TO TERMO-LINE
016880         WRITE TERMO-LINE
016890     END-IF.
016900 6100-EXIT.
016910     EXIT.
016920 6200-IMPRIMIR-DECLARACAO.
016930     MOVE SPACES TO TERMO-LINE.
016940     MOVE WS-TDC-LINHA (WS-TDC-IND) TO TERMO-LINE.
016950     WRITE TERMO-LINE.
016960 6200-EXIT.
016970     EXIT.
016980*-----------------------------------------------------------
016990* 7100-GRAVAR-AUDITORIA
017000* APPENDS ONE AUDIT RECORD STAMPED WITH THE MOMENT OF THE
017010* CLOSING. THE CALLER MUST HAVE FILLED WS-CAMPO-ALTERADO,
017020* WS-VALOR-ANTES AND WS-VALOR-DEPOIS.
017030*-----------------------------------------------------------
017040 7100-GRAVAR-AUDITORIA.
017050     MOVE WS-DATA-ATUAL        TO AU-AUDIT-DATE.
017060     MOVE WS-HORA-ATUAL        TO AU-AUDIT-TIME.
017070     MOVE CM-ACCOUNT-NUMBER    TO AU-ACCOUNT-NUMBER.
017080     MOVE WS-CAMPO-ALTERADO    TO AU-FIELD-NAME.
017090     MOVE WS-VALOR-ANTES       TO AU-OLD-VALUE.
017100     MOVE WS-VALOR-DEPOIS      TO AU-NEW-VALUE.
017110     MOVE WS-OPERADOR-ID       TO AU-OPERATOR-ID.
017120     MOVE SPACES               TO AU-FILLER.
017130     WRITE AUDITLOG-RECORD.
017140 7100-EXIT.
017150     EXIT.
017160*-----------------------------------------------------------
017170* 7200-GRAVAR-SEGURANCA
017180* APPENDS ONE SECURITY LOG RECORD FOR THE SIGN-ON EVENT IN
017190* WS-SEG-EVENTO, STAMPED WITH THE OPERATOR SIGNING ON.
017200*-----------------------------------------------------------
017210 7200-GRAVAR-SEGURANCA.
017220     ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
017230     ACCEPT WS-HORA-ATUAL FROM TIME.
017240     MOVE WS-DATA-HOJE         TO SL-EVENT-DATE.
017250     MOVE WS-HORA-ATUAL        TO SL-EVENT-TIME.
017260     MOVE "ENCCONT"            TO SL-PROGRAM.
017270     MOVE WS-OPERADOR-ID       TO SL-OPERATOR-ID.
017280     MOVE WS-SEG-EVENTO        TO SL-EVENT-TYPE.
017290     MOVE SPACES               TO SL-SUPERVISOR-ID.
017300     MOVE ZERO                 TO SL-ACCOUNT-NUMBER.
017310     MOVE ZERO                 TO SL-VALOR.
017320     MOVE SPACES               TO SL-FILLER.
017330     WRITE SECLOG-RECORD.
017340 7200-EXIT.
017350     EXIT.
017360*-----------------------------------------------------------
017370* 9000-FINALIZE
017380* CLOSES THE FILES BEFORE ENDING THE RUN.
017390*-----------------------------------------------------------
017400 9000-FINALIZE.
017410     CLOSE CUSTOMER-MASTER.
017420     CLOSE OPERATOR-MASTER.
017430     CLOSE TRANSACTION-JOURNAL.
017440     CLOSE AUDIT-LOG.
017450     CLOSE SECURITY-LOG.
017460     CLOSE EXTERNAL-TRANSFERS.
017470     IF WS-BLOQVAL-ABERTO
017480         CLOSE HOLDS-FILE
017490     END-IF.
017500     IF WS-ORDPERM-ABERTO
017510         CLOSE STANDING-ORDERS
017520     END-IF.
017530     IF WS-EMPREST-ABERTO
017540         CLOSE LOAN-CONTRACTS
017550     END-IF.
017560     IF WS-CHEQUES-ABERTO
017570         CLOSE CHEQUE-MASTER
017580     END-IF.
017590 9000-EXIT.
017600     EXIT.
017610 END PROGRAM ENCCONT.
