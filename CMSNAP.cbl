000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CMSNAP.
000030 AUTHOR. CLESLLEY DE MOURA.
000040 INSTALLATION. BANCO DMOURA.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  ------------------------------------
000110* 2026-10-15 CDM   ORIGINAL PROGRAM - NIGHTLY CUSTMAST
000120*                  SNAPSHOT, FIRST STEP OF THE NOTURNO
000130*                  CHAIN. COPIES EVERY ACCOUNT OF THE
000140*                  INDEXED CUSTMAST, IN ACCOUNT ORDER, TO
000150*                  THE DATED SEQUENTIAL BACKUP
000160*                  CMSNAP.AAAAMMDD (BUSINESS DATE) WITH A
000170*                  TRAILER CARRYING THE ACCOUNT COUNT AND
000180*                  THE BALANCE HASH. THE HEADER RECORDS
000190*                  HOW FAR THE JOURNAL WENT WHEN THE COPY
000200*                  WAS TAKEN (TRANJRNL RECORD COUNT AND AN
000210*                  IMAGE OF THE LAST MOVEMENT), WHICH IS
000220*                  WHERE THE CMRECUP FORWARD RECOVERY
000230*                  STARTS REPLAYING. ONLY AFTER THE TRAILER
000240*                  IS WRITTEN IS THE CMSNAPC CONTROL CARD
000250*                  POINTED AT THE NEW SNAPSHOT, SO A COPY
000260*                  CUT SHORT IS NEVER TAKEN AS THE LATEST.
000270*                  A RE-RUN ON THE SAME DATE SIMPLY TAKES
000280*                  THE COPY AGAIN, AS IN MOVDIA.
000283* 2026-10-15 CDM   LAST-MOVEMENT IMAGE WIDENED TO THE
000286*                  52-BYTE TRANJRNL-RECORD (BRANCH FIELD).
000287* 2026-10-15 CDM   THE JOURNAL IS INDEXED AND READ IN ITS
000288*                  PRIME KEY (POSTING) ORDER. THE IMAGE OF THE
000289*                  LAST MOVEMENT IS NOW 62 BYTES.
000290*-----------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CM-ACCOUNT-NUMBER
000370         ALTERNATE RECORD KEY IS CM-CUSTOMER-CPF
000380             WITH DUPLICATES
000390         FILE STATUS IS WS-CUSTMAST-STATUS.
000400     SELECT TRANSACTION-JOURNAL ASSIGN TO "TRANJRNL"
000404         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS SEQUENTIAL
000412         RECORD KEY IS TJ-SEQUENCIA
000416         ALTERNATE RECORD KEY IS TJ-CHAVE-CONTA
000420         FILE STATUS IS WS-TRANJRNL-STATUS.
000430     SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-NOME-INSTANTANEO
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-CMSNAP-STATUS.
000460     SELECT SNAPSHOT-CONTROL ASSIGN TO "CMSNAPC"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CMSNAPC-STATUS.
000490     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RC-KEY
000530         FILE STATUS IS WS-RUNCTL-STATUS.
000540     SELECT DATE-CARD ASSIGN TO "DATAMOV"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-DATAMOV-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CUSTOMER-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CUSTMAST.
000630 FD  TRANSACTION-JOURNAL
000640     LABEL RECORDS ARE STANDARD.
000650     COPY TRANJRNL.
000660 FD  SNAPSHOT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY CMSNAP.
000690*-----------------------------------------------------------
000700* CMSNAPC HOLDS ONE RECORD NAMING THE LATEST COMPLETE
000710* SNAPSHOT, AS CNTBSEQ HOLDS THE LAST EXTRACT SEQUENCE.
000720*-----------------------------------------------------------
000730 FD  SNAPSHOT-CONTROL
000740     LABEL RECORDS ARE STANDARD.
000750 01  CMSNAPC-RECORD.
000760     05  SC-NOME-INSTANTANEO      PIC X(15).
000770     05  SC-DATA-MOVTO            PIC 9(08).
000780     05  SC-DATA-GERACAO          PIC 9(08).
000790     05  SC-HORA-GERACAO          PIC 9(06).
000800     05  SC-QTDE-CONTAS           PIC 9(09).
000810 FD  RUN-CONTROL
000820     LABEL RECORDS ARE STANDARD.
000830     COPY RUNCTL.
000840 FD  DATE-CARD
000850     LABEL RECORDS ARE STANDARD.
000860 01  DATAMOV-RECORD           PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890 01  WS-FILE-STATUSES.
000900     05  WS-CUSTMAST-STATUS       PIC X(02).
000910         88  WS-CUSTMAST-OK              VALUE "00".
000920         88  WS-CUSTMAST-NOT-OPEN        VALUE "35".
000930     05  WS-TRANJRNL-STATUS       PIC X(02).
000940         88  WS-TRANJRNL-OK              VALUE "00".
000950         88  WS-TRANJRNL-NOT-OPEN        VALUE "35".
000960     05  WS-CMSNAP-STATUS         PIC X(02).
000970         88  WS-CMSNAP-OK                VALUE "00".
000980     05  WS-CMSNAPC-STATUS        PIC X(02).
000990         88  WS-CMSNAPC-OK               VALUE "00".
001000     05  WS-RUNCTL-STATUS         PIC X(02).
001010         88  WS-RUNCTL-OK                VALUE "00".
001020         88  WS-RUNCTL-NOT-OPEN          VALUE "35".
001030     05  WS-DATAMOV-STATUS        PIC X(02).
001040         88  WS-DATAMOV-OK               VALUE "00".
001050         88  WS-DATAMOV-NOT-OPEN         VALUE "35".
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW                PIC X(01) VALUE "N".
001080         88  WS-FIM-DO-JORNAL            VALUE "S".
001090     05  WS-EOF-CADASTRO-SW       PIC X(01) VALUE "N".
001100         88  WS-FIM-DO-CADASTRO          VALUE "S".
001110     05  WS-RUNCTL-EXISTE-SW      PIC X(01) VALUE "N".
001120         88  WS-RUNCTL-EXISTE            VALUE "S".
001130     05  WS-CARTAO-SW             PIC X(01) VALUE "N".
001140         88  WS-DATA-DO-CARTAO           VALUE "S".
001150*-----------------------------------------------------------
001160* BUSINESS PROCESSING DATE (DATE CARD OR PROMPT, ZEROS
001170* MEANS TODAY) AND THE WALL-CLOCK DATE/TIME.
001180*-----------------------------------------------------------
001190 77  WS-DATA-ATUAL            PIC 9(08) VALUE ZERO.
001200 77  WS-DATA-SISTEMA          PIC 9(08) VALUE ZERO.
001210 77  WS-HORA-ATUAL            PIC 9(06) VALUE ZERO.
001220 01  WS-CARTAO-AREA.
001230     05  WS-CARTAO-LINHA          PIC X(80) VALUE SPACES.
001240     05  WS-CARTAO-CAMPOS REDEFINES WS-CARTAO-LINHA.
001250         10  WS-CARTAO-DATA       PIC 9(08).
001260         10  FILLER               PIC X(72).
001270*-----------------------------------------------------------
001280* DATED NAME OF THE SNAPSHOT FILE, BUILT FROM THE BUSINESS
001290* DATE AS ARCJRNL BUILDS TJARCH.AAAAMM.
001300*-----------------------------------------------------------
001310 01  WS-NOME-INSTANTANEO.
001320     05  FILLER                   PIC X(07) VALUE "CMSNAP.".
001330     05  WS-NOME-AAAAMMDD         PIC 9(08) VALUE ZERO.
001340*-----------------------------------------------------------
001350* WHERE THE JOURNAL STOOD WHEN THE COPY WAS TAKEN
001360*-----------------------------------------------------------
001370 77  WS-QTDE-JORNAL           PIC 9(09) COMP VALUE ZERO.
001380 77  WS-ULTIMO-MOVTO          PIC X(62) VALUE SPACES.
001390*-----------------------------------------------------------
001400* RUN COUNTERS AND THE TRAILER CONTROL TOTALS
001410*-----------------------------------------------------------
001420 77  WS-QTDE-CONTAS           PIC 9(09) COMP VALUE ZERO.
001430 77  WS-HASH-SALDOS           PIC S9(13)V99 VALUE ZERO.
001440
001450 PROCEDURE DIVISION.
001460*-----------------------------------------------------------
001470* 0000-MAINLINE
001480* MARKS THE JOURNAL POSITION, COPIES THE MASTER TO THE
001490* DATED SNAPSHOT AND POINTS THE CONTROL CARD AT IT.
001500*-----------------------------------------------------------
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 7100-INICIAR-RUNCTL THRU 7100-EXIT.
001540     PERFORM 1100-MARCAR-JORNAL THRU 1100-EXIT.
001550     PERFORM 2000-COPIAR-CONTA THRU 2000-EXIT
001560         UNTIL WS-FIM-DO-CADASTRO.
001570     PERFORM 3000-GRAVAR-TRAILER THRU 3000-EXIT.
001580     PERFORM 4000-ATUALIZAR-CONTROLE THRU 4000-EXIT.
001590     PERFORM 7300-ENCERRAR-RUNCTL THRU 7300-EXIT.
001600     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001610     GOBACK.
001620*-----------------------------------------------------------
001630* 1000-INITIALIZE
001640* TAKES THE BUSINESS DATE, BUILDS THE SNAPSHOT NAME AND
001650* OPENS THE FILES. A MASTER THAT CANNOT BE OPENED STOPS
001660* THE STEP BEFORE IT REGISTERS, SO THE CHAIN STOPS HERE.
001670*-----------------------------------------------------------
001680 1000-INITIALIZE.
001690     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001700     ACCEPT WS-HORA-ATUAL FROM TIME.
001710     PERFORM 1050-OBTER-DATA THRU 1050-EXIT.
001720     MOVE WS-DATA-ATUAL TO WS-NOME-AAAAMMDD.
001730     OPEN INPUT CUSTOMER-MASTER.
001740     IF NOT WS-CUSTMAST-OK
001750         DISPLAY "CUSTMAST NAO PODE SER ABERTO. STATUS: "
001760             WS-CUSTMAST-STATUS ". CMSNAP ABORTADO."
001770         GOBACK
001780     END-IF.
001790     OPEN OUTPUT SNAPSHOT-FILE.
001800     IF NOT WS-CMSNAP-OK
001810         DISPLAY "NAO FOI POSSIVEL CRIAR " WS-NOME-INSTANTANEO
001820         CLOSE CUSTOMER-MASTER
001830         GOBACK
001840     END-IF.
001850     OPEN I-O RUN-CONTROL.
001860     IF WS-RUNCTL-NOT-OPEN
001870         OPEN OUTPUT RUN-CONTROL
001880         CLOSE RUN-CONTROL
001890         OPEN I-O RUN-CONTROL
001900     END-IF.
001910     READ CUSTOMER-MASTER NEXT RECORD
001920         AT END
001930             SET WS-FIM-DO-CADASTRO TO TRUE
001940     END-READ.
001950 1000-EXIT.
001960     EXIT.
001970*-----------------------------------------------------------
001980* 1050-OBTER-DATA
001990* TAKES THE BUSINESS DATE FROM THE DATAMOV DATE CARD WHEN
002000* THE NOTURNO CHAIN DRIVER LEFT ONE, OTHERWISE PROMPTS THE
002010* OPERATOR (ZEROS = TODAY).
002020*-----------------------------------------------------------
002030 1050-OBTER-DATA.
002040     MOVE "N" TO WS-CARTAO-SW.
002050     OPEN INPUT DATE-CARD.
002060     IF WS-DATAMOV-OK
002070         MOVE SPACES TO WS-CARTAO-LINHA
002080         READ DATE-CARD INTO WS-CARTAO-LINHA
002090             AT END
002100                 CONTINUE
002110         END-READ
002120         CLOSE DATE-CARD
002130         IF WS-CARTAO-DATA IS NUMERIC
002140             AND WS-CARTAO-DATA NOT = ZERO
002150             MOVE WS-CARTAO-DATA TO WS-DATA-ATUAL
002160             SET WS-DATA-DO-CARTAO TO TRUE
002170             DISPLAY "DATA DO MOVIMENTO TOMADA DO DATAMOV: "
002180                 WS-DATA-ATUAL
002190         END-IF
002200     END-IF.
002210     IF NOT WS-DATA-DO-CARTAO
002220         DISPLAY "DATA DO MOVIMENTO (AAAAMMDD, ZEROS = HOJE): "
002230         ACCEPT WS-DATA-ATUAL
002240         IF WS-DATA-ATUAL = ZERO
002250             MOVE WS-DATA-SISTEMA TO WS-DATA-ATUAL
002260         END-IF
002270     END-IF.
002280 1050-EXIT.
002290     EXIT.
002300*-----------------------------------------------------------
002310* 1100-MARCAR-JORNAL
002320* COUNTS THE TRANJRNL RECORDS AND KEEPS AN IMAGE OF THE
002330* LAST ONE, THEN WRITES THE SNAPSHOT HEADER. NOTHING IS
002340* POSTED WHILE THE CHAIN RUNS, SO THE MASTER COPIED NEXT
002350* REFLECTS EXACTLY THESE MOVEMENTS. A JOURNAL NOT YET
002360* CREATED LEAVES THE COUNT AT ZERO.
002370*-----------------------------------------------------------
002380 1100-MARCAR-JORNAL.
002390     OPEN INPUT TRANSACTION-JOURNAL.
002400     IF NOT WS-TRANJRNL-OK
002410         DISPLAY "TRANJRNL NAO ENCONTRADO - INSTANTANEO "
002420             "SEM MOVIMENTOS ANTERIORES."
002430         GO TO 1100-GRAVAR-HEADER
002440     END-IF.
002450     READ TRANSACTION-JOURNAL
002460         AT END
002470             SET WS-FIM-DO-JORNAL TO TRUE
002480     END-READ.
002490     PERFORM 1110-CONTAR-MOVIMENTO THRU 1110-EXIT
002500         UNTIL WS-FIM-DO-JORNAL.
002510     CLOSE TRANSACTION-JOURNAL.
002520 1100-GRAVAR-HEADER.
002530     MOVE SPACES           TO CMSNAP-RECORD.
002540     MOVE "H"              TO SN-TIPO-REG.
002550     MOVE WS-DATA-ATUAL    TO SN-DATA-MOVTO.
002560     MOVE WS-DATA-SISTEMA  TO SN-DATA-GERACAO.
002570     MOVE WS-HORA-ATUAL    TO SN-HORA-GERACAO.
002580     MOVE WS-QTDE-JORNAL   TO SN-QTDE-JORNAL.
002590     MOVE WS-ULTIMO-MOVTO  TO SN-ULTIMO-MOVTO.
002600     WRITE CMSNAP-RECORD.
002610 1100-EXIT.
002620     EXIT.
002630 1110-CONTAR-MOVIMENTO.
002640     ADD 1 TO WS-QTDE-JORNAL.
002650     MOVE TRANJRNL-RECORD TO WS-ULTIMO-MOVTO.
002660     READ TRANSACTION-JOURNAL
002670         AT END
002680             SET WS-FIM-DO-JORNAL TO TRUE
002690     END-READ.
002700 1110-EXIT.
002710     EXIT.
002720*-----------------------------------------------------------
002730* 2000-COPIAR-CONTA
002740* WRITES ONE ACCOUNT TO THE SNAPSHOT AND ADDS IT TO THE
002750* TRAILER COUNT AND BALANCE HASH.
002760*-----------------------------------------------------------
002770 2000-COPIAR-CONTA.
002780     MOVE "D"              TO SN-TIPO-REG.
002790     MOVE CUSTMAST-RECORD  TO SN-DADOS.
002800     WRITE CMSNAP-RECORD.
002810     ADD 1 TO WS-QTDE-CONTAS.
002820     ADD CM-BALANCE TO WS-HASH-SALDOS.
002830     READ CUSTOMER-MASTER NEXT RECORD
002840         AT END
002850             SET WS-FIM-DO-CADASTRO TO TRUE
002860     END-READ.
002870 2000-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------
002900* 3000-GRAVAR-TRAILER
002910* CLOSES THE SNAPSHOT WITH THE ACCOUNT COUNT AND HASH.
002920*-----------------------------------------------------------
002930 3000-GRAVAR-TRAILER.
002940     MOVE SPACES           TO CMSNAP-RECORD.
002950     MOVE "T"              TO SN-TIPO-REG.
002960     MOVE WS-QTDE-CONTAS   TO SN-QTDE-CONTAS.
002970     MOVE WS-HASH-SALDOS   TO SN-HASH-SALDOS.
002980     WRITE CMSNAP-RECORD.
002990     CLOSE SNAPSHOT-FILE.
003000 3000-EXIT.
003010     EXIT.
003020*-----------------------------------------------------------
003030* 4000-ATUALIZAR-CONTROLE
003040* POINTS THE CMSNAPC CONTROL CARD AT THE SNAPSHOT JUST
003050* COMPLETED. CMRECUP RESTORES FROM THE ONE NAMED HERE.
003060*-----------------------------------------------------------
003070 4000-ATUALIZAR-CONTROLE.
003080     OPEN OUTPUT SNAPSHOT-CONTROL.
003090     IF NOT WS-CMSNAPC-OK
003100         DISPLAY "NAO FOI POSSIVEL GRAVAR O CMSNAPC. STATUS: "
003110             WS-CMSNAPC-STATUS
003120         GO TO 4000-EXIT
003130     END-IF.
003140     MOVE WS-NOME-INSTANTANEO TO SC-NOME-INSTANTANEO.
003150     MOVE WS-DATA-ATUAL       TO SC-DATA-MOVTO.
003160     MOVE WS-DATA-SISTEMA     TO SC-DATA-GERACAO.
003170     MOVE WS-HORA-ATUAL       TO SC-HORA-GERACAO.
003180     MOVE WS-QTDE-CONTAS      TO SC-QTDE-CONTAS.
003190     WRITE CMSNAPC-RECORD.
003200     CLOSE SNAPSHOT-CONTROL.
003210 4000-EXIT.
003220     EXIT.
003230*-----------------------------------------------------------
003240* 7100-INICIAR-RUNCTL
003250* REGISTERS THE RUN ON THE RUN-CONTROL FILE. TAKING THE
003260* COPY AGAIN IS HARMLESS, SO A RE-RUN ON THE SAME DATE IS
003270* ALLOWED AND SIMPLY OVERWRITES THAT DATES RECORD, AS IN
003280* MOVDIA.
003290*-----------------------------------------------------------
003300 7100-INICIAR-RUNCTL.
003310     MOVE "N"            TO WS-RUNCTL-EXISTE-SW.
003320     MOVE "CMSNAP"       TO RC-JOB-NAME.
003330     MOVE WS-DATA-ATUAL  TO RC-PROC-DATE.
003340     READ RUN-CONTROL
003350         INVALID KEY
003360             CONTINUE
003370         NOT INVALID KEY
003380             SET WS-RUNCTL-EXISTE TO TRUE
003390     END-READ.
003400     MOVE "CMSNAP"       TO RC-JOB-NAME.
003410     MOVE WS-DATA-ATUAL  TO RC-PROC-DATE.
003420     MOVE "E"            TO RC-RUN-STATUS.
003430     MOVE WS-HORA-ATUAL  TO RC-START-TIME.
003440     MOVE ZERO           TO RC-END-TIME.
003450     MOVE ZERO           TO RC-CHECKPOINT-KEY.
003460     MOVE ZERO           TO RC-QTDE-LIDAS.
003470     MOVE ZERO           TO RC-QTDE-PROCESSADAS.
003480     MOVE ZERO           TO RC-QTDE-IGNORADAS.
003490     MOVE SPACES         TO RC-FILLER.
003500     IF WS-RUNCTL-EXISTE
003510         REWRITE RUNCTL-RECORD
003520             INVALID KEY
003530                 DISPLAY "ERRO NO RUN-CONTROL. STATUS: "
003540                     WS-RUNCTL-STATUS
003550         END-REWRITE
003560     ELSE
003570         WRITE RUNCTL-RECORD
003580             INVALID KEY
003590                 DISPLAY "ERRO NO RUN-CONTROL. STATUS: "
003600                     WS-RUNCTL-STATUS
003610         END-WRITE
003620     END-IF.
003630 7100-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------
003660* 7300-ENCERRAR-RUNCTL
003670* MARKS THE RUN CONCLUIDO WITH THE JOURNAL RECORDS COUNTED
003680* AND THE ACCOUNTS COPIED.
003690*-----------------------------------------------------------
003700 7300-ENCERRAR-RUNCTL.
003710     MOVE "C"                TO RC-RUN-STATUS.
003720     ACCEPT WS-HORA-ATUAL FROM TIME.
003730     MOVE WS-HORA-ATUAL      TO RC-END-TIME.
003740     MOVE WS-QTDE-JORNAL     TO RC-QTDE-LIDAS.
003750     MOVE WS-QTDE-CONTAS     TO RC-QTDE-PROCESSADAS.
003760     MOVE ZERO               TO RC-QTDE-IGNORADAS.
003770     REWRITE RUNCTL-RECORD
003780         INVALID KEY
003790             DISPLAY "ERRO AO ENCERRAR RUN-CONTROL. STATUS: "
003800                 WS-RUNCTL-STATUS
003810     END-REWRITE.
003820 7300-EXIT.
003830     EXIT.
003840*-----------------------------------------------------------
003850* 9000-FINALIZE
003860* CLOSES THE FILES AND DISPLAYS THE RUN SUMMARY.
003870*-----------------------------------------------------------
003880 9000-FINALIZE.
003890     CLOSE CUSTOMER-MASTER.
003900     CLOSE RUN-CONTROL.
003910     DISPLAY "CMSNAP - INSTANTANEO GERADO   : "
003920         WS-NOME-INSTANTANEO.
003930     DISPLAY "CMSNAP - CONTAS COPIADAS      : " WS-QTDE-CONTAS.
003940     DISPLAY "CMSNAP - MOVIMENTOS NO JORNAL : " WS-QTDE-JORNAL.
003950 9000-EXIT.
003960     EXIT.
003970 END PROGRAM CMSNAP.
