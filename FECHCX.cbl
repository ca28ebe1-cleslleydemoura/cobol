000295*                  ANSWERS THE DATE ONCE PER NIGHT. STOP
000296*                  RUN REPLACED WITH GOBACK SO THE DRIVER
000297*                  CAN CALL THIS PROGRAM AS A STEP.
000298* 2026-10-15 CDM   OPERATOR PAGES GROUPED BY BRANCH
000299*                  (TJ-AGENCIA) IN ASCENDING ORDER, EACH
000300*                  BRANCH CLOSED BY ITS OWN SUMMARY; THE
000301*                  FINAL SUMMARY COVERS THE WHOLE BANK.
000302* 2026-10-15 CDM   THE JOURNAL IS INDEXED. IT IS READ IN ITS
000303*                  PRIME KEY (TJ-SEQUENCIA) ORDER, WHICH IS THE
000304*                  POSTING ORDER OF THE OLD SEQUENTIAL FILE.
000305*-----------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000350         ORGANIZATION IS INDEXED
000352         ACCESS MODE IS SEQUENTIAL
000354         RECORD KEY IS TJ-SEQUENCIA
000356         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000360         FILE STATUS IS WS-TRANJRNL-STATUS.
000370     SELECT OPERATOR-MASTER ASSIGN TO "OPERMAST"
000380         ORGANIZATION IS INDEXED
000870         88  WS-TABELA-CHEIA             VALUE "S".
000872     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
000874         88  WS-DATA-DO-CARTAO           VALUE "S".
000876     05  WS-POSICAO-SW            PIC X(01) VALUE "N".
000878         88  WS-POSICAO-ACHADA           VALUE "S".
000880*-----------------------------------------------------------
000890* PROCESSING DATE: ZEROS ON THE PROMPT MEANS TODAY.
000900*-----------------------------------------------------------
000980* PER-OPERATOR TABLE, LOADED AS OPERATORS ARE FOUND ON THE
000990* JOURNAL (SAME PATTERN AS THE RECON ACCOUNT TABLE). THE
001000* SITUACAO BYTE CARRIES SPACE = OK, "X" = NOT ON OPERMAST,
001010* "D" = DESATIVADO. AN ENTRY IS ONE OPERATOR AT ONE BRANCH
001013* (TJ-AGENCIA), SO AN OPERATOR WHO CHANGED BRANCH DURING
001016* THE DAY GETS ONE PAGE PER BRANCH.
001020*-----------------------------------------------------------
001030 01  WS-QTDE-OPERADORES       PIC 9(03) COMP VALUE ZERO.
001040 01  WS-TABELA-OPERADORES.
001050     05  WS-OPER-OCORRENCIA OCCURS 1 TO 100 TIMES
001060             DEPENDING ON WS-QTDE-OPERADORES
001070             INDEXED BY WS-IDX.
001075         10  WS-TAB-AGENCIA        PIC 9(04) VALUE ZERO.
001080         10  WS-TAB-OPERADOR       PIC X(04) VALUE SPACES.
001090         10  WS-TAB-NOME           PIC X(30) VALUE SPACES.
001100         10  WS-TAB-SITUACAO       PIC X(01) VALUE SPACE.
001180         10  WS-TAB-MAIOR-VALOR    PIC 9(10)V99 VALUE ZERO.
001190         10  WS-TAB-MAIOR-TIPO     PIC X(02) VALUE SPACES.
001200*-----------------------------------------------------------
001201* BRANCHES ON THE OPERATOR TABLE, ASCENDING (SEE 2500)
001202*-----------------------------------------------------------
001203 77  WS-AGE-POS               PIC 9(03) COMP VALUE ZERO.
001204 77  WS-AGE-IND               PIC 9(03) COMP VALUE ZERO.
001205 01  WS-QTDE-AGENCIAS         PIC 9(03) COMP VALUE ZERO.
001206 01  WS-TABELA-AGENCIAS.
001207     05  WS-AGE-CODIGO PIC 9(04) OCCURS 1 TO 100 TIMES
001208             DEPENDING ON WS-QTDE-AGENCIAS.
001209*-----------------------------------------------------------
001210* TOTALS ACROSS ALL OPERATORS FOR THE SUMMARY PAGE
001220*-----------------------------------------------------------
001230 77  WS-GER-QTD-DEP           PIC 9(07) COMP VALUE ZERO.
001270 77  WS-GER-QTD-EST           PIC 9(07) COMP VALUE ZERO.
001280 77  WS-GER-POSICAO           PIC S9(12)V99 VALUE ZERO.
001290 77  WS-GER-IRREGULARES       PIC 9(03) COMP VALUE ZERO.
001291*-----------------------------------------------------------
001292* TOTALS OF THE BRANCH BEING PRINTED
001293*-----------------------------------------------------------
001294 77  WS-AGE-QTD-DEP           PIC 9(07) COMP VALUE ZERO.
001295 77  WS-AGE-TOT-DEP           PIC S9(12)V99 VALUE ZERO.
001296 77  WS-AGE-QTD-SAQ           PIC 9(07) COMP VALUE ZERO.
001297 77  WS-AGE-TOT-SAQ           PIC S9(12)V99 VALUE ZERO.
001298 77  WS-AGE-QTD-EST           PIC 9(07) COMP VALUE ZERO.
001299 77  WS-AGE-POSICAO           PIC S9(12)V99 VALUE ZERO.
001300*-----------------------------------------------------------
001310* REPORT LINE LAYOUTS
001320*-----------------------------------------------------------
001430     05  WS-LO-OPERADOR           PIC X(04).
001440     05  FILLER                   PIC X(03) VALUE " - ".
001450     05  WS-LO-NOME               PIC X(30).
001452     05  FILLER                   PIC X(10)
001454         VALUE "  AGENCIA ".
001456     05  WS-LO-AGENCIA            PIC 9(04).
001460 01  WS-LINHA-ALERTA.
001470     05  FILLER                   PIC X(09)
001480         VALUE "ATENCAO: ".
001670         VALUE "----------------------------------------------".
001680 01  WS-SUM-CABECALHO.
001690     05  FILLER                   PIC X(40)
001700         VALUE "RESUMO GERAL - TODAS AS AGENCIAS".
001702 01  WS-AGE-CABECALHO.
001704     05  FILLER                   PIC X(18)
001706         VALUE "RESUMO DA AGENCIA ".
001708     05  WS-AC-AGENCIA            PIC 9(04).
001710 01  WS-SUM-IRREGULARES.
001720     05  FILLER                   PIC X(36)
001730         VALUE "OPERADORES IRREGULARES NO MOVIMENTO:".
001770*-----------------------------------------------------------
001780* 0000-MAINLINE
001790* SCANS THE JOURNAL ONCE FOR THE PROCESSING DATE, THEN
001800* PRINTS, BRANCH BY BRANCH, ONE PAGE PER OPERATOR AND THE
001805* BRANCH SUMMARY, AND FINALLY THE BANK-WIDE SUMMARY PAGE.
001810*-----------------------------------------------------------
001820 0000-MAINLINE.
001830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001840     PERFORM 7100-INICIAR-RUNCTL THRU 7100-EXIT.
001850     PERFORM 2000-ACUMULAR-MOVIMENTO THRU 2000-EXIT
001860         UNTIL WS-FIM-DO-JORNAL.
001870     PERFORM 8100-IMPRIMIR-AGENCIA THRU 8100-EXIT
001880         VARYING WS-AGE-IND FROM 1 BY 1
001890         UNTIL WS-AGE-IND > WS-QTDE-AGENCIAS.
001900     PERFORM 8500-IMPRIMIR-RESUMO THRU 8500-EXIT.
001910     PERFORM 7300-ENCERRAR-RUNCTL THRU 7300-EXIT.
001920     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002580     EXIT.
002590*-----------------------------------------------------------
002600* 2100-LOCALIZAR-OPERADOR
002610* SEARCHES THE TABLE FOR THE MOVEMENTS OPERATOR AND BRANCH,
002620* ADDING A NEW ENTRY ON FIRST SIGHT (AND REGISTERING ITS
002625* BRANCH, 2500). THE NEW ENTRY IS LOOKED UP ON
002630* OPERMAST ONCE TO FETCH THE NAME AND FLAG AN ID THAT IS
002640* MISSING OR DESATIVADO. A FULL TABLE (100 OPERATORS)
002650* DROPS FURTHER NEW IDS WITH A CONSOLE WARNING.
002730                 ADD 1 TO WS-QTDE-OPERADORES
002740                 SET WS-IDX TO WS-QTDE-OPERADORES
002750                 MOVE TJ-OPERATOR-ID TO WS-TAB-OPERADOR (WS-IDX)
002753                 MOVE TJ-AGENCIA TO WS-TAB-AGENCIA (WS-IDX)
002756                 PERFORM 2500-REGISTRAR-AGENCIA THRU 2500-EXIT
002760                 PERFORM 2150-CONSULTAR-OPERMAST THRU 2150-EXIT
002770                 SET WS-OPER-ACHADO TO TRUE
002780             ELSE
002830                 END-IF
002840             END-IF
002850         WHEN WS-TAB-OPERADOR (WS-IDX) = TJ-OPERATOR-ID
002855             AND WS-TAB-AGENCIA (WS-IDX) = TJ-AGENCIA
002860             SET WS-OPER-ACHADO TO TRUE
002870     END-SEARCH.
002880 2100-EXIT.
003570     WRITE FECHCX-LINE FROM WS-CABECALHO-2.
003580     MOVE WS-TAB-OPERADOR (WS-IDX) TO WS-LO-OPERADOR.
003590     MOVE WS-TAB-NOME (WS-IDX)     TO WS-LO-NOME.
003595     MOVE WS-TAB-AGENCIA (WS-IDX)  TO WS-LO-AGENCIA.
003600     WRITE FECHCX-LINE FROM WS-LINHA-OPERADOR.
003610     IF WS-TAB-SITUACAO (WS-IDX) = "X"
003620         MOVE "OPERADOR NAO CADASTRADO NO OPERMAST."
004020     ADD WS-TAB-TOT-SAQ (WS-IDX) TO WS-GER-TOT-SAQ.
004030     ADD WS-TAB-QTD-EST (WS-IDX) TO WS-GER-QTD-EST.
004040     ADD WS-POSICAO-CAIXA        TO WS-GER-POSICAO.
004041     ADD WS-TAB-QTD-DEP (WS-IDX) TO WS-AGE-QTD-DEP.
004042     ADD WS-TAB-TOT-DEP (WS-IDX) TO WS-AGE-TOT-DEP.
004043     ADD WS-TAB-QTD-SAQ (WS-IDX) TO WS-AGE-QTD-SAQ.
004044     ADD WS-TAB-TOT-SAQ (WS-IDX) TO WS-AGE-TOT-SAQ.
004045     ADD WS-TAB-QTD-EST (WS-IDX) TO WS-AGE-QTD-EST.
004046     ADD WS-POSICAO-CAIXA        TO WS-AGE-POSICAO.
004050 8000-EXIT.
004060     EXIT.
004070*-----------------------------------------------------------
004080* 8500-IMPRIMIR-RESUMO
004090* PRINTS THE SUMMARY PAGE ACROSS ALL OPERATORS OF ALL
004100* BRANCHES AND THE COUNT OF IRREGULAR OPERATOR IDS FOUND
004105* IN THE MOVEMENT.
004110*-----------------------------------------------------------
004120 8500-IMPRIMIR-RESUMO.
004130     WRITE FECHCX-LINE FROM WS-SUM-CABECALHO.
005380     END-IF.
005390 1050-EXIT.
005400     EXIT.
005410*-----------------------------------------------------------
005420* 2500-REGISTRAR-AGENCIA
005430* ADDS THE BRANCH OF A NEW OPERATOR ENTRY TO THE BRANCH
005440* TABLE, IN ITS ASCENDING POSITION, UNLESS IT IS ALREADY
005450* THERE. THE HIGHER ENTRIES ARE SHIFTED ONE PLACE UP.
005460*-----------------------------------------------------------
005470 2500-REGISTRAR-AGENCIA.
005480     MOVE 1 TO WS-AGE-POS.
005490     MOVE "N" TO WS-POSICAO-SW.
005500     PERFORM 2510-PROCURAR-AGENCIA THRU 2510-EXIT
005510         UNTIL WS-POSICAO-ACHADA
005520         OR WS-AGE-POS > WS-QTDE-AGENCIAS.
005530     IF WS-POSICAO-ACHADA
005540         IF WS-AGE-CODIGO (WS-AGE-POS) = TJ-AGENCIA
005550             GO TO 2500-EXIT
005560         END-IF
005570     END-IF.
005580     ADD 1 TO WS-QTDE-AGENCIAS.
005590     PERFORM 2520-DESLOCAR-AGENCIA THRU 2520-EXIT
005600         VARYING WS-AGE-IND FROM WS-QTDE-AGENCIAS BY -1
005610         UNTIL WS-AGE-IND NOT > WS-AGE-POS.
005620     MOVE TJ-AGENCIA TO WS-AGE-CODIGO (WS-AGE-POS).
005630 2500-EXIT.
005640     EXIT.
005650 2510-PROCURAR-AGENCIA.
005660     IF WS-AGE-CODIGO (WS-AGE-POS) NOT < TJ-AGENCIA
005670         SET WS-POSICAO-ACHADA TO TRUE
005680     ELSE
005690         ADD 1 TO WS-AGE-POS
005700     END-IF.
005710 2510-EXIT.
005720     EXIT.
005730 2520-DESLOCAR-AGENCIA.
005740     MOVE WS-AGE-CODIGO (WS-AGE-IND - 1)
005750         TO WS-AGE-CODIGO (WS-AGE-IND).
005760 2520-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------
005790* 8100-IMPRIMIR-AGENCIA
005800* PRINTS THE PAGES OF THE OPERATORS OF ONE BRANCH, IN THE
005810* ORDER THEY WERE FOUND ON THE JOURNAL, FOLLOWED BY THE
005820* BRANCH SUMMARY.
005830*-----------------------------------------------------------
005840 8100-IMPRIMIR-AGENCIA.
005850     MOVE ZERO TO WS-AGE-QTD-DEP.
005860     MOVE ZERO TO WS-AGE-TOT-DEP.
005870     MOVE ZERO TO WS-AGE-QTD-SAQ.
005880     MOVE ZERO TO WS-AGE-TOT-SAQ.
005890     MOVE ZERO TO WS-AGE-QTD-EST.
005900     MOVE ZERO TO WS-AGE-POSICAO.
005910     PERFORM 8110-SELECIONAR-OPERADOR THRU 8110-EXIT
005920         VARYING WS-IDX FROM 1 BY 1
005930         UNTIL WS-IDX > WS-QTDE-OPERADORES.
005940     MOVE WS-AGE-CODIGO (WS-AGE-IND) TO WS-AC-AGENCIA.
005950     WRITE FECHCX-LINE FROM WS-AGE-CABECALHO.
005960     MOVE "DEPOSITOS"     TO WS-LT-DESCRICAO.
005970     MOVE WS-AGE-QTD-DEP  TO WS-LT-QTDE.
005980     MOVE WS-AGE-TOT-DEP  TO WS-LT-TOTAL.
005990     WRITE FECHCX-LINE FROM WS-LINHA-TIPO.
006000     MOVE "SAQUES"        TO WS-LT-DESCRICAO.
006010     MOVE WS-AGE-QTD-SAQ  TO WS-LT-QTDE.
006020     MOVE WS-AGE-TOT-SAQ  TO WS-LT-TOTAL.
006030     WRITE FECHCX-LINE FROM WS-LINHA-TIPO.
006040     MOVE "ESTORNOS"      TO WS-LT-DESCRICAO.
006050     MOVE WS-AGE-QTD-EST  TO WS-LT-QTDE.
006060     MOVE ZERO            TO WS-LT-TOTAL.
006070     WRITE FECHCX-LINE FROM WS-LINHA-TIPO.
006080     MOVE WS-AGE-POSICAO  TO WS-LP-VALOR.
006090     WRITE FECHCX-LINE FROM WS-LINHA-POSICAO.
006100     WRITE FECHCX-LINE FROM WS-LINHA-SEPARADORA.
006110 8100-EXIT.
006120     EXIT.
006130 8110-SELECIONAR-OPERADOR.
006140     IF WS-TAB-AGENCIA (WS-IDX) = WS-AGE-CODIGO (WS-AGE-IND)
006150         PERFORM 8000-IMPRIMIR-OPERADOR THRU 8000-EXIT
006160     END-IF.
006170 8110-EXIT.
006180     EXIT.
006190 END PROGRAM FECHCX.
