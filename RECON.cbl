000295*                  AFTER MIDNIGHT STAYS UNDER ITS OWN
000296*                  DATE. STOP RUN REPLACED WITH GOBACK SO
000297*                  THE DRIVER CAN CALL THIS PROGRAM.
000298* 2026-10-15 CDM   LOAN INSTALLMENTS (PE) SUBTRACT LIKE
000299*                  SAQUES; THE LOAN CREDIT (EP) ADDS.
000300* 2026-10-15 CDM   CHEQUES PAID BY THE COMPENSATION (CQ)
000301*                  SUBTRACT LIKE SAQUES.
000302* 2026-10-15 CDM   PAYROLL DEBITS OF THE EMPLOYER (FD)
000303*                  SUBTRACT; SALARY CREDITS (FP) ADD.
000304* 2026-10-15 CDM   EACH ACCOUNT LINE SHOWS THE BRANCH OF
000305*                  THE ACCOUNT (CM-AGENCIA) AND THE REPORT
000306*                  ENDS WITH A SUMMARY PER BRANCH (ACCOUNTS,
000307*                  DIVERGENT, JOURNAL TOTAL, MASTER BALANCE)
000308*                  AND THE BANK TOTAL.
000309* 2026-10-15 CDM   THE JOURNAL IS INDEXED. IT IS READ IN ITS
000310*                  PRIME KEY (TJ-SEQUENCIA) ORDER, WHICH IS THE
000311*                  POSTING ORDER OF THE OLD SEQUENTIAL FILE.
000312*-----------------------------------------------------------
000313 ENVIRONMENT DIVISION.
000314 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000340         ORGANIZATION IS INDEXED
000342         ACCESS MODE IS SEQUENTIAL
000344         RECORD KEY IS TJ-SEQUENCIA
000346         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000350         FILE STATUS IS WS-TRANJRNL-STATUS.
000360     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000370         ORGANIZATION IS INDEXED
000870         88  WS-REGISTRO-IGNORADO        VALUE "S".
000872     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
000874         88  WS-DATA-DO-CARTAO           VALUE "S".
000875     05  WS-POSICAO-SW            PIC X(01) VALUE "N".
000876         88  WS-POSICAO-ACHADA           VALUE "S".
000877     05  WS-AGE-CHEIA-SW          PIC X(01) VALUE "N".
000878         88  WS-TABELA-AGENCIAS-CHEIA    VALUE "S".
000880*-----------------------------------------------------------
000890* TABLE ACCUMULATING THE JOURNAL TOTAL FOR EACH ACCOUNT
000900* SEEN IN THE CURRENT RUN, LOADED AS ACCOUNTS ARE FOUND.
000902* THE SECOND TABLE SUMS THEM PER BRANCH (CM-AGENCIA; 0000
000904* FOR AN ACCOUNT NOT ON THE MASTER) IN ASCENDING BRANCH
000906* ORDER. BEYOND 100 BRANCHES THE SUMMARY IS FLAGGED
000908* INCOMPLETE; THE BANK TOTALS ARE KEPT APART.
000910*-----------------------------------------------------------
000920 01  WS-QTDE-CONTAS           PIC 9(05) COMP VALUE ZERO.
000930 01  WS-TABELA-CONTAS.
000960             INDEXED BY WS-IDX.
000970         10  WS-TAB-CONTA          PIC 9(08) VALUE ZERO.
000980         10  WS-TAB-TOTAL          PIC S9(10)V99 VALUE ZERO.
000981 01  WS-QTDE-AGENCIAS         PIC 9(03) COMP VALUE ZERO.
000982 01  WS-TABELA-AGENCIAS.
000983     05  WS-AGE-OCORRENCIA OCCURS 1 TO 100 TIMES
000984             DEPENDING ON WS-QTDE-AGENCIAS.
000985         10  WS-AGE-CODIGO        PIC 9(04).
000986         10  WS-AGE-CONTAS        PIC 9(05) COMP.
000987         10  WS-AGE-DIVERGENTES   PIC 9(05) COMP.
000988         10  WS-AGE-TOTAL-JORNAL  PIC S9(12)V99.
000989         10  WS-AGE-SALDO         PIC S9(12)V99.
000990*-----------------------------------------------------------
001000* REPORT LINE LAYOUTS AND WORK FIELDS
001010*-----------------------------------------------------------
001030     05  FILLER                   PIC X(40)
001040         VALUE "BANCO DMOURA - RECONCILIACAO DIARIA".
001050 01  WS-CABECALHO-2.
001055     05  FILLER                   PIC X(08) VALUE "AGENCIA".
001060     05  FILLER                   PIC X(12) VALUE "CONTA".
001070     05  FILLER PIC X(18)
001080         VALUE "TOTAL DO JORNAL".
001100         VALUE "SALDO NO CADASTRO".
001110     05  FILLER                   PIC X(12) VALUE "SITUACAO".
001120 01  WS-LINHA-CONTA.
001123     05  WS-LC-AGENCIA            PIC 9(04).
001126     05  FILLER                   PIC X(04) VALUE SPACES.
001130     05  WS-LC-CONTA              PIC 9(08).
001140     05  FILLER                   PIC X(04) VALUE SPACES.
001150     05  WS-LC-TOTAL-JORNAL       PIC -(9)9.99.
001170     05  WS-LC-SALDO-CADASTRO     PIC -(9)9.99.
001180     05  FILLER                   PIC X(02) VALUE SPACES.
001190     05  WS-LC-SITUACAO           PIC X(12).
001191 01  WS-LINHA-AGENCIA.
001192     05  WS-LA-ROTULO             PIC X(12).
001193     05  WS-LA-ROTULO-AG REDEFINES WS-LA-ROTULO.
001194         10  WS-LA-PREFIXO        PIC X(08).
001195         10  WS-LA-AGENCIA        PIC 9(04).
001196     05  WS-LA-CONTAS             PIC ZZZZ,ZZ9.
001197     05  WS-LA-DIVERGENTES        PIC ZZZZ,ZZ9.
001198     05  WS-LA-TOTAL-JORNAL       PIC -(13)9.99.
001199     05  WS-LA-SALDO              PIC -(13)9.99.
001200 01  WS-LINHA-RESUMO.
001210     05  FILLER                   PIC X(20)
001220         VALUE "CONTAS DIVERGENTES: ".
001230     05  WS-LR-QTDE-DIVERGENTES   PIC ZZ,ZZ9.
001231 01  WS-CABECALHO-AGENCIAS.
001232     05  FILLER                   PIC X(40)
001233         VALUE "RESUMO POR AGENCIA".
001234 01  WS-LINHA-AGE-CHEIA.
001235     05  FILLER                   PIC X(45)
001236         VALUE "ATENCAO: AGENCIAS ALEM DE 100 NAO DETALHADAS".
001240 01  WS-LINHA-INCOMPLETA.
001250     05  FILLER                   PIC X(39)
001260         VALUE "ATENCAO: TABELA DE CONTAS CHEIA (500) -".
001270     05  FILLER                   PIC X(21)
001280         VALUE " RELATORIO INCOMPLETO".
001281 01  WS-CABECALHO-AGENCIAS-2.
001282     05  FILLER                   PIC X(12) VALUE "AGENCIA".
001283     05  FILLER                   PIC X(08) VALUE "  CONTAS".
001284     05  FILLER                   PIC X(08) VALUE "  DIVERG".
001285     05  FILLER                   PIC X(17)
001286         VALUE "     TOTAL JORNAL".
001287     05  FILLER                   PIC X(17)
001288         VALUE "   SALDO CADASTRO".
001290 77  WS-QTDE-DIVERGENTES      PIC 9(05) COMP VALUE ZERO.
001292 77  WS-AGE-POS               PIC 9(03) COMP VALUE ZERO.
001294 77  WS-AGE-IND               PIC 9(03) COMP VALUE ZERO.
001296 77  WS-BCO-TOTAL-JORNAL      PIC S9(12)V99 VALUE ZERO.
001298 77  WS-BCO-SALDO-CADASTRO    PIC S9(12)V99 VALUE ZERO.
001300 77  WS-QTDE-MOVIMENTOS       PIC 9(07) COMP VALUE ZERO.
001310 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
001320 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001980             WHEN TJ-TIPO-SAQUE
001990             WHEN TJ-TIPO-TRANSF-DEBITO
002000             WHEN TJ-TIPO-DEBITO-AUTOM
002001             WHEN TJ-TIPO-PARCELA-EMPREST
002002             WHEN TJ-TIPO-CHEQUE
002003             WHEN TJ-TIPO-DEBITO-FOLHA
002004             WHEN TJ-TIPO-ESTORNO-DEBITO
002006             WHEN TJ-TIPO-TRANSF-EXT-DEB
002008             WHEN TJ-TIPO-TARIFA
002430* 3000-CONFERIR-CONTAS
002440* FOR ONE TABLE ENTRY, READS THE MATCHING CUSTOMER MASTER
002450* RECORD AND PRINTS A LINE SHOWING WHETHER THE BALANCE
002460* AGREES WITH THE JOURNAL TOTAL. THE ACCOUNT IS ALSO ADDED
002465* TO THE SUMMARY OF ITS BRANCH AND TO THE BANK TOTALS.
002470*-----------------------------------------------------------
002480 3000-CONFERIR-CONTAS.
002490     MOVE WS-TAB-CONTA (WS-IDX) TO CM-ACCOUNT-NUMBER.
002500     READ CUSTOMER-MASTER
002510         INVALID KEY
002520             MOVE ZERO TO CM-BALANCE
002525             MOVE ZERO TO CM-AGENCIA
002530     END-READ.
002535     MOVE CM-AGENCIA                TO WS-LC-AGENCIA.
002540     MOVE WS-TAB-CONTA (WS-IDX)     TO WS-LC-CONTA.
002550     MOVE WS-TAB-TOTAL (WS-IDX)     TO WS-LC-TOTAL-JORNAL.
002560     MOVE CM-BALANCE                TO WS-LC-SALDO-CADASTRO.
002610         ADD 1 TO WS-QTDE-DIVERGENTES
002620     END-IF.
002630     WRITE RECON-LINE FROM WS-LINHA-CONTA.
002632     ADD WS-TAB-TOTAL (WS-IDX) TO WS-BCO-TOTAL-JORNAL.
002634     ADD CM-BALANCE            TO WS-BCO-SALDO-CADASTRO.
002636     PERFORM 3100-ACUMULAR-AGENCIA THRU 3100-EXIT.
002640 3000-EXIT.
002650     EXIT.
002660*-----------------------------------------------------------
002670* 8000-IMPRIMIR-RESUMO
002680* PRINTS THE COUNT OF DIVERGENT ACCOUNTS FOUND IN THE RUN, AND
002690* A WARNING LINE IF THE 500-ACCOUNT TABLE FILLED UP AND THE
002700* REPORT DOES NOT COVER EVERY ACCOUNT IN THE JOURNAL, THEN
002705* THE SUMMARY PER BRANCH WITH THE BANK TOTAL.
002710*-----------------------------------------------------------
002720 8000-IMPRIMIR-RESUMO.
002730     MOVE WS-QTDE-DIVERGENTES TO WS-LR-QTDE-DIVERGENTES.
002750     IF WS-TABELA-CHEIA
002760         WRITE RECON-LINE FROM WS-LINHA-INCOMPLETA
002770     END-IF.
002775     PERFORM 8050-IMPRIMIR-AGENCIAS THRU 8050-EXIT.
002780 8000-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------
003760     END-IF.
003770 1050-EXIT.
003780     EXIT.
003790*-----------------------------------------------------------
003800* 3100-ACUMULAR-AGENCIA
003810* ADDS THE ACCOUNT TO THE SUMMARY OF ITS BRANCH. A BRANCH
003820* SEEN FOR THE FIRST TIME IS INSERTED IN ITS ASCENDING
003830* POSITION, THE HIGHER ENTRIES SHIFTED ONE PLACE UP.
003840*-----------------------------------------------------------
003850 3100-ACUMULAR-AGENCIA.
003860     MOVE 1 TO WS-AGE-POS.
003870     MOVE "N" TO WS-POSICAO-SW.
003880     PERFORM 3110-PROCURAR-AGENCIA THRU 3110-EXIT
003890         UNTIL WS-POSICAO-ACHADA
003900         OR WS-AGE-POS > WS-QTDE-AGENCIAS.
003910     IF WS-POSICAO-ACHADA
003920         IF WS-AGE-CODIGO (WS-AGE-POS) = CM-AGENCIA
003930             PERFORM 3130-SOMAR-AGENCIA THRU 3130-EXIT
003940             GO TO 3100-EXIT
003950         END-IF
003960     END-IF.
003970     IF WS-QTDE-AGENCIAS NOT < 100
003980         SET WS-TABELA-AGENCIAS-CHEIA TO TRUE
003990         GO TO 3100-EXIT
004000     END-IF.
004010     ADD 1 TO WS-QTDE-AGENCIAS.
004020     PERFORM 3120-DESLOCAR-AGENCIA THRU 3120-EXIT
004030         VARYING WS-AGE-IND FROM WS-QTDE-AGENCIAS BY -1
004040         UNTIL WS-AGE-IND NOT > WS-AGE-POS.
004050     MOVE CM-AGENCIA TO WS-AGE-CODIGO (WS-AGE-POS).
004060     MOVE ZERO       TO WS-AGE-CONTAS (WS-AGE-POS).
004070     MOVE ZERO       TO WS-AGE-DIVERGENTES (WS-AGE-POS).
004080     MOVE ZERO       TO WS-AGE-TOTAL-JORNAL (WS-AGE-POS).
004090     MOVE ZERO       TO WS-AGE-SALDO (WS-AGE-POS).
004100     PERFORM 3130-SOMAR-AGENCIA THRU 3130-EXIT.
004110 3100-EXIT.
004120     EXIT.
004130 3110-PROCURAR-AGENCIA.
004140     IF WS-AGE-CODIGO (WS-AGE-POS) NOT < CM-AGENCIA
004150         SET WS-POSICAO-ACHADA TO TRUE
004160     ELSE
004170         ADD 1 TO WS-AGE-POS
004180     END-IF.
004190 3110-EXIT.
004200     EXIT.
004210 3120-DESLOCAR-AGENCIA.
004220     MOVE WS-AGE-OCORRENCIA (WS-AGE-IND - 1)
004230         TO WS-AGE-OCORRENCIA (WS-AGE-IND).
004240 3120-EXIT.
004250     EXIT.
004260 3130-SOMAR-AGENCIA.
004270     ADD 1 TO WS-AGE-CONTAS (WS-AGE-POS).
004280     IF WS-TAB-TOTAL (WS-IDX) NOT = CM-BALANCE
004290         ADD 1 TO WS-AGE-DIVERGENTES (WS-AGE-POS)
004300     END-IF.
004310     ADD WS-TAB-TOTAL (WS-IDX)
004320         TO WS-AGE-TOTAL-JORNAL (WS-AGE-POS).
004330     ADD CM-BALANCE TO WS-AGE-SALDO (WS-AGE-POS).
004340 3130-EXIT.
004350     EXIT.
004360*-----------------------------------------------------------
004370* 8050-IMPRIMIR-AGENCIAS
004380* PRINTS THE SUMMARY PER BRANCH, ENDING WITH THE BANK TOTAL
004390* AND A WARNING WHEN MORE THAN 100 BRANCHES WERE SEEN.
004400*-----------------------------------------------------------
004410 8050-IMPRIMIR-AGENCIAS.
004420     MOVE SPACES TO RECON-LINE.
004430     WRITE RECON-LINE.
004440     WRITE RECON-LINE FROM WS-CABECALHO-AGENCIAS.
004450     WRITE RECON-LINE FROM WS-CABECALHO-AGENCIAS-2.
004460     PERFORM 8100-IMPRIMIR-AGENCIA THRU 8100-EXIT
004470         VARYING WS-AGE-IND FROM 1 BY 1
004480         UNTIL WS-AGE-IND > WS-QTDE-AGENCIAS.
004490     MOVE "TOTAL BANCO"         TO WS-LA-ROTULO.
004500     MOVE WS-QTDE-CONTAS        TO WS-LA-CONTAS.
004510     MOVE WS-QTDE-DIVERGENTES   TO WS-LA-DIVERGENTES.
004520     MOVE WS-BCO-TOTAL-JORNAL   TO WS-LA-TOTAL-JORNAL.
004530     MOVE WS-BCO-SALDO-CADASTRO TO WS-LA-SALDO.
004540     WRITE RECON-LINE FROM WS-LINHA-AGENCIA.
004550     IF WS-TABELA-AGENCIAS-CHEIA
004560         WRITE RECON-LINE FROM WS-LINHA-AGE-CHEIA
004570     END-IF.
004580 8050-EXIT.
004590     EXIT.
004600 8100-IMPRIMIR-AGENCIA.
004610     MOVE "AGENCIA "                 TO WS-LA-PREFIXO.
004620     MOVE WS-AGE-CODIGO (WS-AGE-IND) TO WS-LA-AGENCIA.
004630     MOVE WS-AGE-CONTAS (WS-AGE-IND) TO WS-LA-CONTAS.
004640     MOVE WS-AGE-DIVERGENTES (WS-AGE-IND)
004650         TO WS-LA-DIVERGENTES.
004660     MOVE WS-AGE-TOTAL-JORNAL (WS-AGE-IND)
004670         TO WS-LA-TOTAL-JORNAL.
004680     MOVE WS-AGE-SALDO (WS-AGE-IND)  TO WS-LA-SALDO.
004690     WRITE RECON-LINE FROM WS-LINHA-AGENCIA.
004700 8100-EXIT.
004710     EXIT.
004720 END PROGRAM RECON.
