000348*                  INTERRUPTED DURING PASS 1 (TRANJRNL
000350*                  STILL INTACT) MAY BE CONFIRMED AND
000352*                  RE-SPLIT.
000353* 2026-10-15 CDM   ARCHIVE AND TEMP IMAGES WIDENED TO THE
000354*                  52-BYTE TRANJRNL-RECORD. THE SA CARRY-
000355*                  FORWARD TAKES THE BRANCH OF THE LAST
000356*                  ARCHIVED MOVEMENT OF THE ACCOUNT.
000357* 2026-10-15 CDM   TRANJRNL AND TJARCH.AAAAMM ARE INDEXED ON
000358*                  TJ-SEQUENCIA AND TJ-CHAVE-CONTA, WITH THE
000359*                  62-BYTE RECORD. THE JOURNAL IS SPLIT IN
000360*                  POSTING ORDER AND REBUILT BY KEY; EACH SA
000361*                  CARRY-FORWARD TAKES THE TJ-SEQUENCIA OF THE
000362*                  ACCOUNTS LAST ARCHIVED MOVEMENT.
000363*-----------------------------------------------------------
000364 ENVIRONMENT DIVISION.
000365 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000390         ORGANIZATION IS INDEXED
000392         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS TJ-SEQUENCIA
000396         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000400         FILE STATUS IS WS-TRANJRNL-STATUS.
000410     SELECT ARCHIVE-JOURNAL ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
000420         ORGANIZATION IS INDEXED
000422         ACCESS MODE IS SEQUENTIAL
000424         RECORD KEY IS AR-SEQUENCIA
000426         ALTERNATE RECORD KEY IS AR-CHAVE-CONTA
000430         FILE STATUS IS WS-ARCHIVE-STATUS.
000440     SELECT TEMP-JOURNAL ASSIGN TO "TRANJRNT"
000450         ORGANIZATION IS SEQUENTIAL
000560     LABEL RECORDS ARE STANDARD.
000570     COPY TRANJRNL.
000580*-----------------------------------------------------------
000590* THE ARCHIVE AND TEMP RECORDS ARE IMAGES OF THE 62-BYTE
000600* TRANJRNL-RECORD. THE ARCHIVE IS INDEXED ON THE SAME KEYS
000605* AS THE JOURNAL, SO ONLY THEIR POSITIONS ARE NAMED HERE.
000610*-----------------------------------------------------------
000620 FD  ARCHIVE-JOURNAL
000630     LABEL RECORDS ARE STANDARD.
000640 01  ARCH-RECORD.
000642     05  AR-CHAVE-CONTA.
000644         10  FILLER               PIC X(22).
000646         10  AR-SEQUENCIA         PIC 9(10).
000648     05  FILLER                   PIC X(30).
000650 FD  TEMP-JOURNAL
000660     LABEL RECORDS ARE STANDARD.
000670 01  TEMP-RECORD              PIC X(62).
000680 FD  RUN-CONTROL
000690     LABEL RECORDS ARE STANDARD.
000700     COPY RUNCTL.
001070*-----------------------------------------------------------
001080* TABLE OF THE ACCOUNTS SEEN IN THE ARCHIVED PERIOD AND
001090* THE RESULTING BALANCE OF THEIR LAST ARCHIVED MOVEMENT.
001100* THE BRANCH OF THAT MOVEMENT GOES ON THE SA RECORD, WHICH
001110* ALSO TAKES OVER ITS TJ-SEQUENCIA: THE NUMBER IS FREE ON THE
001112* REBUILT JOURNAL AND LOWER THAN EVERY KEPT MOVEMENT. THE
001114* JOURNAL IS READ IN POSTING (TJ-SEQUENCIA) ORDER, SO THE
001116* LAST MOVEMENT SEEN LEAVES THE CORRECT CARRY-FORWARD BALANCE.
001120*-----------------------------------------------------------
001130 01  WS-QTDE-CONTAS           PIC 9(05) COMP VALUE ZERO.
001140 01  WS-TABELA-CONTAS.
001170             INDEXED BY WS-IDX.
001180         10  WS-TAB-CONTA          PIC 9(08) VALUE ZERO.
001190         10  WS-TAB-SALDO          PIC S9(10)V99 VALUE ZERO.
001193         10  WS-TAB-AGENCIA        PIC 9(04) VALUE ZERO.
001196         10  WS-TAB-SEQUENCIA      PIC 9(10) VALUE ZERO.
001200*-----------------------------------------------------------
001210* RUN COUNTERS
001220*-----------------------------------------------------------
001960         CLOSE RUN-CONTROL
001970         STOP RUN
001980     END-IF.
001990     READ TRANSACTION-JOURNAL NEXT RECORD
002000         AT END
002010             SET WS-FIM-DO-JORNAL TO TRUE
002020     END-READ.
002110     ADD 1 TO WS-QTDE-LIDOS.
002120     IF TJ-TRANS-DATE NOT > WS-DATA-CORTE
002130         WRITE ARCH-RECORD FROM TRANJRNL-RECORD
002132             INVALID KEY
002134                 DISPLAY "ERRO AO GRAVAR " WS-NOME-ARQUIVO
002136                     ". STATUS: " WS-ARCHIVE-STATUS
002138         END-WRITE
002140         ADD 1 TO WS-QTDE-ARQUIVADOS
002150         PERFORM 2100-ATUALIZAR-TABELA THRU 2100-EXIT
002160     ELSE
002170         WRITE TEMP-RECORD FROM TRANJRNL-RECORD
002180         ADD 1 TO WS-QTDE-MANTIDOS
002190     END-IF.
002200     READ TRANSACTION-JOURNAL NEXT RECORD
002210         AT END
002220             SET WS-FIM-DO-JORNAL TO TRUE
002230     END-READ.
002390                 MOVE TJ-ACCOUNT-NUMBER TO WS-TAB-CONTA (WS-IDX)
002400                 MOVE TJ-RESULTING-BALANCE
002410                     TO WS-TAB-SALDO (WS-IDX)
002413                 MOVE TJ-AGENCIA TO WS-TAB-AGENCIA (WS-IDX)
002416                 MOVE TJ-SEQUENCIA TO WS-TAB-SEQUENCIA (WS-IDX)
002420             ELSE
002430                 SET WS-TABELA-CHEIA TO TRUE
002440             END-IF
002450         WHEN WS-TAB-CONTA (WS-IDX) = TJ-ACCOUNT-NUMBER
002460             MOVE TJ-RESULTING-BALANCE
002470                 TO WS-TAB-SALDO (WS-IDX)
002473             MOVE TJ-AGENCIA TO WS-TAB-AGENCIA (WS-IDX)
002476             MOVE TJ-SEQUENCIA TO WS-TAB-SEQUENCIA (WS-IDX)
002480     END-SEARCH.
002490 2100-EXIT.
002500     EXIT.
002760*-----------------------------------------------------------
002770* 3100-GRAVAR-SALDO-ANT
002780* WRITES ONE SA CARRY-FORWARD RECORD, DATED ON THE CLOSING
002790* DATE AT 23:59:59 SO IT SORTS BEFORE EVERY KEPT MOVEMENT
002793* OF THE ACCOUNT, UNDER THE TJ-SEQUENCIA OF THE ACCOUNTS LAST
002796* ARCHIVED MOVEMENT.
002800*-----------------------------------------------------------
002810 3100-GRAVAR-SALDO-ANT.
002820     MOVE WS-DATA-CORTE         TO TJ-TRANS-DATE.
002870     MOVE WS-TAB-SALDO (WS-IDX) TO TJ-RESULTING-BALANCE.
002880     MOVE "ARCJ"                TO TJ-OPERATOR-ID.
002890     MOVE SPACES                TO TJ-ESTORNO-REF.
002900     MOVE WS-TAB-AGENCIA (WS-IDX) TO TJ-AGENCIA.
002901     MOVE WS-TAB-SEQUENCIA (WS-IDX) TO TJ-SEQUENCIA.
002902     WRITE TRANJRNL-RECORD
002903         INVALID KEY
002904             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
002905                 WS-TRANJRNL-STATUS
002906     END-WRITE.
002910 3100-EXIT.
002920     EXIT.
002930*-----------------------------------------------------------
002950* COPIES ONE KEPT MOVEMENT BACK INTO THE REBUILT JOURNAL.
002960*-----------------------------------------------------------
002970 3200-COPIAR-MANTIDOS.
002980     WRITE TRANJRNL-RECORD
002982         INVALID KEY
002984             DISPLAY "ERRO AO GRAVAR O JORNAL. STATUS: "
002986                 WS-TRANJRNL-STATUS
002988     END-WRITE.
002990     READ TEMP-JOURNAL INTO TRANJRNL-RECORD
003000         AT END
003010             SET WS-FIM-DO-JORNAL TO TRUE
003677         DISPLAY "TRANJRNL ESTA PARCIAL OU VAZIO: OS"
003678             " MOVIMENTOS ESTAO APENAS EM " WS-NOME-ARQUIVO
003679             " E TRANJRNT."
003680         DISPLAY "RESTAURE TRANJRNL CARREGANDO "
003681             WS-NOME-ARQUIVO " E TRANJRNT, NESTA ORDEM,"
003682         DISPLAY "ANTES DE EXECUTAR O CUTOVER NOVAMENTE."
003683         DISPLAY "EXECUCAO RECUSADA."
003850* FIRST RECORD AFTER THE CHECK.
003851*-----------------------------------------------------------
003852 7120-VERIFICAR-PASSO2.
003853     READ TRANSACTION-JOURNAL NEXT RECORD
003854         AT END
003855             SET WS-PASSO2-INICIADO TO TRUE
003856     END-READ.
