000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVAGEN.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - ONE-TIME CONVERSION
000120*                  TO THE BRANCH (AGENCIA) LAYOUTS. COPIES
000130*                  THE OLD CUSTOMER MASTER (101 BYTES),
000140*                  OPERATOR MASTER (61), JOURNAL (48) AND
000150*                  THE TJARCH MONTHLY ARCHIVES NAMED BY
000160*                  OPERATIONS INTO THE NEW LAYOUTS (105,
000170*                  65 AND 52 BYTES), GIVING EVERY ACCOUNT,
000180*                  OPERATOR AND MOVEMENT THE DEFAULT BRANCH
000190*                  ENTERED AT THE PROMPT.
000192* 2026-10-15 CDM   THE NEW JOURNAL RECORD IS DECLARED HERE
000194*                  (52-BYTE SEQUENTIAL) INSTEAD OF COPYING
000196*                  TRANJRNL, WHICH NOW DESCRIBES THE INDEXED
000198*                  JOURNAL LOADED BY CNVJRNL.
000200*-----------------------------------------------------------
000210* BEFORE THE RUN OPERATIONS RENAMES THE CURRENT FILES:
000220*   CUSTMAST      TO CUSTANT
000230*   OPERMAST      TO OPERANT
000240*   TRANJRNL      TO TRANJANT
000250*   TJARCH.AAAAMM TO TJANT.AAAAMM (EACH ARCHIVED MONTH)
000260* THE PROGRAM REFUSES TO RUN WHILE A NEW-LAYOUT CUSTMAST,
000270* OPERMAST OR TRANJRNL IS PRESENT, AND SKIPS AN ARCHIVE
000280* MONTH WHOSE TJARCH.AAAAMM IS ALREADY THERE, SO A FILE
000290* ALREADY CONVERTED IS NEVER OVERWRITTEN. THE OLD FILES
000300* ARE LEFT UNTOUCHED AS THE FALLBACK COPY. THE JOURNAL
000303* FILES WRITTEN HERE ARE STILL SEQUENTIAL; CNVJRNL MUST RUN
000306* NEXT TO LOAD THEM INTO THE INDEXED JOURNAL.
000310*-----------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT OLD-CUSTOMER-MASTER ASSIGN TO "CUSTANT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS CA-ACCOUNT-NUMBER
000390         ALTERNATE RECORD KEY IS CA-CUSTOMER-CPF
000400             WITH DUPLICATES
000410         FILE STATUS IS WS-CUSTANT-STATUS.
000420     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS CM-ACCOUNT-NUMBER
000460         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-CUSTMAST-STATUS.
000490     SELECT OLD-OPERATOR-MASTER ASSIGN TO "OPERANT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS OA-OPERATOR-ID
000530         FILE STATUS IS WS-OPERANT-STATUS.
000540     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS OP-OPERATOR-ID
000580         FILE STATUS IS WS-OPERMAST-STATUS.
000590     SELECT OLD-JOURNAL ASSIGN TO DYNAMIC WS-NOME-ANTIGO
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-ANTIGO-STATUS.
000620     SELECT TRANSACTION-JOURNAL ASSIGN TO DYNAMIC WS-NOME-NOVO
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-TRANJRNL-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680*-----------------------------------------------------------
000690* THE OLD RECORDS ARE THE CURRENT LAYOUTS WITHOUT THE
000700* BRANCH FIELD; ONLY THE KEYS ARE NAMED.
000710*-----------------------------------------------------------
000720 FD  OLD-CUSTOMER-MASTER
000730     LABEL RECORDS ARE STANDARD.
000740 01  CUSTANT-RECORD.
000750     05  CA-ACCOUNT-NUMBER        PIC 9(08).
000760     05  FILLER                   PIC X(30).
000770     05  CA-CUSTOMER-CPF          PIC 9(11).
000780     05  FILLER                   PIC X(52).
000790 FD  CUSTOMER-MASTER
000800     LABEL RECORDS ARE STANDARD.
000810     COPY CUSTMAST.
000820 FD  OLD-OPERATOR-MASTER
000830     LABEL RECORDS ARE STANDARD.
000840 01  OPERANT-RECORD.
000850     05  OA-OPERATOR-ID           PIC X(04).
000860     05  FILLER                   PIC X(57).
000870 FD  OPERATOR-MASTER
000880     LABEL RECORDS ARE STANDARD.
000890     COPY OPERMAST.
000900 FD  OLD-JOURNAL
000910     LABEL RECORDS ARE STANDARD.
000920 01  ANTIGO-RECORD            PIC X(48).
000921*-----------------------------------------------------------
000922* THE NEW JOURNAL IS THE 52-BYTE SEQUENTIAL LAYOUT (OLD
000923* MOVEMENT PLUS BRANCH) THAT CNVJRNL THEN LOADS INTO THE
000924* INDEXED JOURNAL, SO TRANJRNL.CPY IS NOT USED HERE.
000925*-----------------------------------------------------------
000930 FD  TRANSACTION-JOURNAL
000940     LABEL RECORDS ARE STANDARD.
000950 01  JORNAL-NOVO-RECORD.
000953     05  JN-MOVIMENTO             PIC X(48).
000956     05  JN-AGENCIA               PIC 9(04).
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-FILE-STATUSES.
000990     05  WS-CUSTANT-STATUS        PIC X(02).
001000         88  WS-CUSTANT-OK               VALUE "00".
001010         88  WS-CUSTANT-NOT-OPEN         VALUE "35".
001020     05  WS-CUSTMAST-STATUS       PIC X(02).
001030         88  WS-CUSTMAST-OK              VALUE "00".
001040         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
001050     05  WS-OPERANT-STATUS        PIC X(02).
001060         88  WS-OPERANT-OK               VALUE "00".
001070         88  WS-OPERANT-NOT-OPEN         VALUE "35".
001080     05  WS-OPERMAST-STATUS       PIC X(02).
001090         88  WS-OPERMAST-OK              VALUE "00".
001100         88  WS-OPERMAST-NOT-OPEN        VALUE "35".
001110     05  WS-ANTIGO-STATUS         PIC X(02).
001120         88  WS-ANTIGO-OK                VALUE "00".
001130         88  WS-ANTIGO-NOT-OPEN          VALUE "35".
001140     05  WS-TRANJRNL-STATUS       PIC X(02).
001150         88  WS-TRANJRNL-OK              VALUE "00".
001160         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
001170 01  WS-SWITCHES.
001180     05  WS-EOF-SW                PIC X(01) VALUE "N".
001190         88  WS-FIM-DO-ARQUIVO           VALUE "S".
001200     05  WS-RECUSA-SW             PIC X(01) VALUE "N".
001210         88  WS-CONVERSAO-RECUSADA       VALUE "S".
001220     05  WS-RESP-SW               PIC X(01) VALUE "N".
001230         88  WS-RESP-SIM                 VALUE "S" "s".
001240     05  WS-FIM-MESES-SW          PIC X(01) VALUE "N".
001250         88  WS-FIM-DOS-MESES            VALUE "S".
001260*-----------------------------------------------------------
001270* DEFAULT BRANCH AND ARCHIVE MONTH ENTERED BY OPERATIONS,
001280* AND THE NAMES OF THE OLD AND NEW JOURNAL FILES: TRANJANT
001290* AND TRANJRNL, OR TJANT.AAAAMM AND TJARCH.AAAAMM.
001300*-----------------------------------------------------------
001310 77  WS-AGENCIA-PADRAO        PIC 9(04) VALUE ZERO.
001320 77  WS-MES-PEDIDO            PIC 9(06) VALUE ZERO.
001330 01  WS-NOME-ANTIGO.
001340     05  WS-NOME-ANT-PREFIXO      PIC X(06) VALUE "TJANT.".
001350     05  WS-NOME-ANT-AAAAMM       PIC X(06) VALUE SPACES.
001360 01  WS-NOME-NOVO.
001370     05  WS-NOME-NOVO-PREFIXO     PIC X(07) VALUE "TJARCH.".
001380     05  WS-NOME-NOVO-AAAAMM      PIC X(06) VALUE SPACES.
001390*-----------------------------------------------------------
001400* RUN COUNTERS
001410*-----------------------------------------------------------
001420 77  WS-QTDE-CONTAS           PIC 9(07) COMP VALUE ZERO.
001430 77  WS-QTDE-OPERADORES       PIC 9(07) COMP VALUE ZERO.
001440 77  WS-QTDE-MOVIMENTOS       PIC 9(09) COMP VALUE ZERO.
001450 77  WS-QTDE-ARQUIVO          PIC 9(09) COMP VALUE ZERO.
001460 77  WS-QTDE-MESES            PIC 9(03) COMP VALUE ZERO.
001470 77  WS-QTDE-ERROS            PIC 9(07) COMP VALUE ZERO.
001480
001490 PROCEDURE DIVISION.
001500*-----------------------------------------------------------
001510* 0000-MAINLINE
001520* CONVERTS THE CUSTOMER MASTER, THE OPERATOR MASTER, THE
001530* JOURNAL AND THEN EACH ARCHIVE MONTH ASKED FOR, UNTIL
001540* OPERATIONS ANSWERS ZEROS.
001550*-----------------------------------------------------------
001560 0000-MAINLINE.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     IF WS-CONVERSAO-RECUSADA
001590         STOP RUN
001600     END-IF.
001610     PERFORM 2000-CONVERTER-CADASTRO THRU 2000-EXIT.
001620     PERFORM 3000-CONVERTER-OPERADORES THRU 3000-EXIT.
001630     MOVE "TRANJANT    " TO WS-NOME-ANTIGO.
001640     MOVE "TRANJRNL     " TO WS-NOME-NOVO.
001650     PERFORM 4000-CONVERTER-JORNAL THRU 4000-EXIT.
001660     MOVE WS-QTDE-ARQUIVO TO WS-QTDE-MOVIMENTOS.
001670     PERFORM 5000-CONVERTER-MES THRU 5000-EXIT
001680         UNTIL WS-FIM-DOS-MESES.
001690     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001700     STOP RUN.
001710*-----------------------------------------------------------
001720* 1000-INITIALIZE
001730* ASKS FOR THE DEFAULT BRANCH AND CHECKS, BEFORE ANY FILE
001740* IS CREATED, THAT THE OLD FILES ARE THERE AND THE NEW
001750* ONES ARE NOT. THE RUN GOES AHEAD ONLY ON CONFIRMATION.
001760*-----------------------------------------------------------
001770 1000-INITIALIZE.
001780     DISPLAY "CONVERSAO PARA O LAYOUT COM AGENCIA".
001790     DISPLAY "AGENCIA PADRAO (4 DIGITOS): ".
001800     ACCEPT WS-AGENCIA-PADRAO.
001810     IF WS-AGENCIA-PADRAO IS NOT NUMERIC
001820         OR WS-AGENCIA-PADRAO = ZERO
001830         DISPLAY "AGENCIA INVALIDA. CONVERSAO ABORTADA."
001840         SET WS-CONVERSAO-RECUSADA TO TRUE
001850         GO TO 1000-EXIT
001860     END-IF.
001870     OPEN INPUT OLD-CUSTOMER-MASTER.
001880     IF NOT WS-CUSTANT-OK
001890         DISPLAY "CUSTANT NAO ENCONTRADO. STATUS: "
001900             WS-CUSTANT-STATUS
001910         SET WS-CONVERSAO-RECUSADA TO TRUE
001920     ELSE
001930         CLOSE OLD-CUSTOMER-MASTER
001940     END-IF.
001950     OPEN INPUT OLD-OPERATOR-MASTER.
001960     IF NOT WS-OPERANT-OK
001970         DISPLAY "OPERANT NAO ENCONTRADO. STATUS: "
001980             WS-OPERANT-STATUS
001990         SET WS-CONVERSAO-RECUSADA TO TRUE
002000     ELSE
002010         CLOSE OLD-OPERATOR-MASTER
002020     END-IF.
002030     MOVE "TRANJANT    " TO WS-NOME-ANTIGO.
002040     OPEN INPUT OLD-JOURNAL.
002050     IF NOT WS-ANTIGO-OK
002060         DISPLAY "TRANJANT NAO ENCONTRADO. STATUS: "
002070             WS-ANTIGO-STATUS
002080         SET WS-CONVERSAO-RECUSADA TO TRUE
002090     ELSE
002100         CLOSE OLD-JOURNAL
002110     END-IF.
002120     OPEN INPUT CUSTOMER-MASTER.
002130     IF NOT WS-CUSTMAST-NOT-OPEN
002140         DISPLAY "CUSTMAST JA EXISTE. RENOMEIE PARA CUSTANT."
002150         SET WS-CONVERSAO-RECUSADA TO TRUE
002160         IF WS-CUSTMAST-OK
002170             CLOSE CUSTOMER-MASTER
002180         END-IF
002190     END-IF.
002200     OPEN INPUT OPERATOR-MASTER.
002210     IF NOT WS-OPERMAST-NOT-OPEN
002220         DISPLAY "OPERMAST JA EXISTE. RENOMEIE PARA OPERANT."
002230         SET WS-CONVERSAO-RECUSADA TO TRUE
002240         IF WS-OPERMAST-OK
002250             CLOSE OPERATOR-MASTER
002260         END-IF
002270     END-IF.
002280     MOVE "TRANJRNL     " TO WS-NOME-NOVO.
002290     OPEN INPUT TRANSACTION-JOURNAL.
002300     IF NOT WS-TRANJRNL-NOT-OPEN
002310         DISPLAY "TRANJRNL JA EXISTE. RENOMEIE PARA TRANJANT."
002320         SET WS-CONVERSAO-RECUSADA TO TRUE
002330         IF WS-TRANJRNL-OK
002340             CLOSE TRANSACTION-JOURNAL
002350         END-IF
002360     END-IF.
002370     IF WS-CONVERSAO-RECUSADA
002380         DISPLAY "CONVERSAO ABORTADA. NENHUM ARQUIVO GERADO."
002390         GO TO 1000-EXIT
002400     END-IF.
002410     DISPLAY "TODAS AS CONTAS, OPERADORES E MOVIMENTOS "
002420         "SERAO DA AGENCIA " WS-AGENCIA-PADRAO
002430         ". CONFIRMA (S/N)? ".
002440     ACCEPT WS-RESP-SW.
002450     IF NOT WS-RESP-SIM
002460         DISPLAY "CONVERSAO CANCELADA PELO OPERADOR."
002470         SET WS-CONVERSAO-RECUSADA TO TRUE
002480     END-IF.
002490 1000-EXIT.
002500     EXIT.
002510*-----------------------------------------------------------
002520* 2000-CONVERTER-CADASTRO
002530* COPIES CUSTANT TO THE NEW CUSTMAST IN ACCOUNT ORDER. THE
002540* OLD RECORD FILLS THE NEW ONE UP TO THE BRANCH, WHICH IS
002550* THEN SET TO THE DEFAULT; THE FILLER IS CLEARED.
002560*-----------------------------------------------------------
002570 2000-CONVERTER-CADASTRO.
002580     OPEN INPUT OLD-CUSTOMER-MASTER.
002590     OPEN OUTPUT CUSTOMER-MASTER.
002600     IF NOT WS-CUSTMAST-OK
002610         DISPLAY "NAO FOI POSSIVEL CRIAR CUSTMAST. STATUS: "
002620             WS-CUSTMAST-STATUS
002630         CLOSE OLD-CUSTOMER-MASTER
002640         ADD 1 TO WS-QTDE-ERROS
002650         GO TO 2000-EXIT
002660     END-IF.
002670     MOVE "N" TO WS-EOF-SW.
002680     READ OLD-CUSTOMER-MASTER
002690         AT END
002700             SET WS-FIM-DO-ARQUIVO TO TRUE
002710     END-READ.
002720     PERFORM 2100-COPIAR-CONTA THRU 2100-EXIT
002730         UNTIL WS-FIM-DO-ARQUIVO.
002740     CLOSE OLD-CUSTOMER-MASTER.
002750     CLOSE CUSTOMER-MASTER.
002760 2000-EXIT.
002770     EXIT.
002780 2100-COPIAR-CONTA.
002790     MOVE CUSTANT-RECORD    TO CUSTMAST-RECORD.
002800     MOVE WS-AGENCIA-PADRAO TO CM-AGENCIA.
002810     MOVE SPACES            TO CM-FILLER.
002820     WRITE CUSTMAST-RECORD
002830         INVALID KEY
002840             DISPLAY "ERRO AO GRAVAR CONTA " CM-ACCOUNT-NUMBER
002850                 " STATUS: " WS-CUSTMAST-STATUS
002860             ADD 1 TO WS-QTDE-ERROS
002870         NOT INVALID KEY
002880             ADD 1 TO WS-QTDE-CONTAS
002890     END-WRITE.
002900     READ OLD-CUSTOMER-MASTER
002910         AT END
002920             SET WS-FIM-DO-ARQUIVO TO TRUE
002930     END-READ.
002940 2100-EXIT.
002950     EXIT.
002960*-----------------------------------------------------------
002970* 3000-CONVERTER-OPERADORES
002980* COPIES OPERANT TO THE NEW OPERMAST, EACH OPERATOR GIVEN
002990* THE DEFAULT BRANCH. OPERMNT MOVES THEM AFTERWARDS.
003000*-----------------------------------------------------------
003010 3000-CONVERTER-OPERADORES.
003020     OPEN INPUT OLD-OPERATOR-MASTER.
003030     OPEN OUTPUT OPERATOR-MASTER.
003040     IF NOT WS-OPERMAST-OK
003050         DISPLAY "NAO FOI POSSIVEL CRIAR OPERMAST. STATUS: "
003060             WS-OPERMAST-STATUS
003070         CLOSE OLD-OPERATOR-MASTER
003080         ADD 1 TO WS-QTDE-ERROS
003090         GO TO 3000-EXIT
003100     END-IF.
003110     MOVE "N" TO WS-EOF-SW.
003120     READ OLD-OPERATOR-MASTER
003130         AT END
003140             SET WS-FIM-DO-ARQUIVO TO TRUE
003150     END-READ.
003160     PERFORM 3100-COPIAR-OPERADOR THRU 3100-EXIT
003170         UNTIL WS-FIM-DO-ARQUIVO.
003180     CLOSE OLD-OPERATOR-MASTER.
003190     CLOSE OPERATOR-MASTER.
003200 3000-EXIT.
003210     EXIT.
003220 3100-COPIAR-OPERADOR.
003230     MOVE OPERANT-RECORD    TO OPERMAST-RECORD.
003240     MOVE WS-AGENCIA-PADRAO TO OP-AGENCIA.
003250     WRITE OPERMAST-RECORD
003260         INVALID KEY
003270             DISPLAY "ERRO AO GRAVAR OPERADOR " OP-OPERATOR-ID
003280                 " STATUS: " WS-OPERMAST-STATUS
003290             ADD 1 TO WS-QTDE-ERROS
003300         NOT INVALID KEY
003310             ADD 1 TO WS-QTDE-OPERADORES
003320     END-WRITE.
003330     READ OLD-OPERATOR-MASTER
003340         AT END
003350             SET WS-FIM-DO-ARQUIVO TO TRUE
003360     END-READ.
003370 3100-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------
003400* 4000-CONVERTER-JORNAL
003410* COPIES THE OLD JOURNAL FILE NAMED IN WS-NOME-ANTIGO TO
003420* THE NEW ONE NAMED IN WS-NOME-NOVO, IN THE SAME ORDER,
003430* EVERY MOVEMENT GIVEN THE DEFAULT BRANCH. USED FOR THE
003440* JOURNAL ITSELF AND FOR EACH ARCHIVE MONTH.
003450*-----------------------------------------------------------
003460 4000-CONVERTER-JORNAL.
003470     MOVE ZERO TO WS-QTDE-ARQUIVO.
003480     OPEN INPUT OLD-JOURNAL.
003490     IF NOT WS-ANTIGO-OK
003500         DISPLAY WS-NOME-ANTIGO " NAO ENCONTRADO. STATUS: "
003510             WS-ANTIGO-STATUS
003520         ADD 1 TO WS-QTDE-ERROS
003530         GO TO 4000-EXIT
003540     END-IF.
003550     OPEN OUTPUT TRANSACTION-JOURNAL.
003560     IF NOT WS-TRANJRNL-OK
003570         DISPLAY "NAO FOI POSSIVEL CRIAR " WS-NOME-NOVO
003580         CLOSE OLD-JOURNAL
003590         ADD 1 TO WS-QTDE-ERROS
003600         GO TO 4000-EXIT
003610     END-IF.
003620     MOVE "N" TO WS-EOF-SW.
003630     READ OLD-JOURNAL
003640         AT END
003650             SET WS-FIM-DO-ARQUIVO TO TRUE
003660     END-READ.
003670     PERFORM 4100-COPIAR-MOVIMENTO THRU 4100-EXIT
003680         UNTIL WS-FIM-DO-ARQUIVO.
003690     CLOSE OLD-JOURNAL.
003700     CLOSE TRANSACTION-JOURNAL.
003710     DISPLAY WS-NOME-NOVO " - MOVIMENTOS: " WS-QTDE-ARQUIVO.
003720 4000-EXIT.
003730     EXIT.
003740 4100-COPIAR-MOVIMENTO.
003750     MOVE ANTIGO-RECORD     TO JN-MOVIMENTO.
003760     MOVE WS-AGENCIA-PADRAO TO JN-AGENCIA.
003770     WRITE JORNAL-NOVO-RECORD.
003780     ADD 1 TO WS-QTDE-ARQUIVO.
003790     READ OLD-JOURNAL
003800         AT END
003810             SET WS-FIM-DO-ARQUIVO TO TRUE
003820     END-READ.
003830 4100-EXIT.
003840     EXIT.
003850*-----------------------------------------------------------
003860* 5000-CONVERTER-MES
003870* ASKS FOR ONE ARCHIVE MONTH (ZEROS END THE LIST) AND
003880* CONVERTS TJANT.AAAAMM TO TJARCH.AAAAMM, UNLESS THE NEW
003890* ARCHIVE IS ALREADY THERE.
003900*-----------------------------------------------------------
003910 5000-CONVERTER-MES.
003920     DISPLAY "MES ARQUIVADO (AAAAMM, ZEROS ENCERRA): ".
003930     ACCEPT WS-MES-PEDIDO.
003940     IF WS-MES-PEDIDO = ZERO
003950         SET WS-FIM-DOS-MESES TO TRUE
003960         GO TO 5000-EXIT
003970     END-IF.
003980     MOVE "TJANT."      TO WS-NOME-ANT-PREFIXO.
003990     MOVE WS-MES-PEDIDO TO WS-NOME-ANT-AAAAMM.
004000     MOVE "TJARCH."     TO WS-NOME-NOVO-PREFIXO.
004010     MOVE WS-MES-PEDIDO TO WS-NOME-NOVO-AAAAMM.
004020     OPEN INPUT TRANSACTION-JOURNAL.
004030     IF NOT WS-TRANJRNL-NOT-OPEN
004040         DISPLAY WS-NOME-NOVO " JA EXISTE. MES IGNORADO."
004050         IF WS-TRANJRNL-OK
004060             CLOSE TRANSACTION-JOURNAL
004070         END-IF
004080         GO TO 5000-EXIT
004090     END-IF.
004100     PERFORM 4000-CONVERTER-JORNAL THRU 4000-EXIT.
004110     IF WS-ANTIGO-OK AND WS-TRANJRNL-OK
004120         ADD 1 TO WS-QTDE-MESES
004130     END-IF.
004140 5000-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------
004170* 9000-FINALIZE
004180* DISPLAYS THE RUN SUMMARY.
004190*-----------------------------------------------------------
004200 9000-FINALIZE.
004210     DISPLAY "CNVAGEN - AGENCIA PADRAO      : " WS-AGENCIA-PADRAO.
004220     DISPLAY "CNVAGEN - CONTAS CONVERTIDAS  : " WS-QTDE-CONTAS.
004230     DISPLAY "CNVAGEN - OPERADORES          : "
004235         WS-QTDE-OPERADORES.
004240     DISPLAY "CNVAGEN - MOVIMENTOS TRANJRNL : "
004245         WS-QTDE-MOVIMENTOS.
004250     DISPLAY "CNVAGEN - MESES ARQUIVADOS    : " WS-QTDE-MESES.
004260     DISPLAY "CNVAGEN - ERROS               : " WS-QTDE-ERROS.
004270 9000-EXIT.
004280     EXIT.
