000240*                  ONE ACCOUNT. THE REPORT GOES TO POSCPF;
000250*                  THE SINGLE-CPF INQUIRY ALSO SHOWS THE
000260*                  POSITION ON THE CONSOLE.
000261* 2026-10-15 CDM   THE POSITION NOW CARRIES THE OUTSTANDING
000262*                  BALANCE (SALDO DEVEDOR) OF THE CPFS
000263*                  ACTIVE PERSONAL LOANS, READ ON THE
000264*                  EP-CUSTOMER-CPF KEY OF EMPREST. A MISSING
000265*                  EMPREST COUNTS AS NO LOANS.
000270*-----------------------------------------------------------
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SO-ORDER-NUMBER
000420         FILE STATUS IS WS-ORDPERM-STATUS.
000421     SELECT LOAN-CONTRACTS ASSIGN TO "EMPREST"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS EP-CONTRATO
000425         ALTERNATE RECORD KEY IS EP-ACCOUNT-NUMBER
000426             WITH DUPLICATES
000427         ALTERNATE RECORD KEY IS EP-CUSTOMER-CPF
000428             WITH DUPLICATES
000429         FILE STATUS IS WS-EMPREST-STATUS.
000430     SELECT POSITION-REPORT ASSIGN TO "POSCPF"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-POSCPF-STATUS.
000520 FD  STANDING-ORDERS
000530     LABEL RECORDS ARE STANDARD.
000540     COPY ORDPERM.
000542 FD  LOAN-CONTRACTS
000544     LABEL RECORDS ARE STANDARD.
000546     COPY EMPREST.
000550 FD  POSITION-REPORT
000560     LABEL RECORDS ARE STANDARD.
000570 01  POSCPF-LINE              PIC X(80).
000640     05  WS-ORDPERM-STATUS        PIC X(02).
000650         88  WS-ORDPERM-OK               VALUE "00".
000660         88  WS-ORDPERM-NOT-OPEN         VALUE "35".
000662     05  WS-EMPREST-STATUS        PIC X(02).
000664         88  WS-EMPREST-OK               VALUE "00".
000666         88  WS-EMPREST-NOT-OPEN         VALUE "35".
000670     05  WS-POSCPF-STATUS         PIC X(02).
000680         88  WS-POSCPF-OK                VALUE "00".
000690 01  WS-SWITCHES.
000780         88  WS-GRUPO-CHEIO              VALUE "S".
000790     05  WS-ORD-ACHADA-SW         PIC X(01) VALUE "N".
000800         88  WS-ORD-ACHADA               VALUE "S".
000802     05  WS-EOF-EMPREST-SW        PIC X(01) VALUE "N".
000804         88  WS-FIM-DO-EMPREST           VALUE "S".
000806     05  WS-EMPREST-ABERTO-SW     PIC X(01) VALUE "N".
000808         88  WS-EMPREST-ABERTO           VALUE "S".
000810*-----------------------------------------------------------
000820* THE CPF ASKED FOR (ZEROS = BATCH MODE) AND THE CPF OF
000830* THE GROUP BEING GATHERED IN THE CPF-ORDER WALK.
001170 77  WS-POSICAO-LIQUIDA       PIC S9(12)V99 VALUE ZERO.
001180 77  WS-TOTAL-LIMITES         PIC 9(12)V99 VALUE ZERO.
001190 77  WS-LIMITE-UTILIZADO      PIC 9(12)V99 VALUE ZERO.
001195 77  WS-SALDO-EMPRESTIMOS     PIC 9(12)V99 VALUE ZERO.
001200 77  WS-QTDE-GRUPOS           PIC 9(05) COMP VALUE ZERO.
001210 77  WS-QTDE-CONTAS-LIDAS     PIC 9(07) COMP VALUE ZERO.
001220 77  WS-IND                   PIC 9(03) COMP VALUE ZERO.
001610     05  FILLER                   PIC X(26)
001620         VALUE "CHEQUE ESPECIAL UTILIZADO:".
001630     05  WS-LU-VALOR              PIC -(12)9.99.
001632 01  WS-LINHA-EMPRESTIMOS.
001634     05  FILLER                   PIC X(26)
001636         VALUE "SALDO DEVEDOR EMPRESTIMOS:".
001638     05  WS-LE-VALOR              PIC -(12)9.99.
001640 01  WS-LINHA-SEPARADORA.
001650     05  FILLER                   PIC X(46)
001660         VALUE "----------------------------------------------".
001870     STOP RUN.
001880*-----------------------------------------------------------
001890* 1000-INITIALIZE
001900* OPENS THE FILES (A MISSING LOAN FILE IS SIMPLY LEFT
001910* CLOSED), LOADS THE ACTIVE STANDING ORDERS INTO THE
001920* PER-ACCOUNT TABLE AND ASKS FOR THE CPF (ZEROS RUNS THE
001930* BATCH MODE OVER EVERY CPF WITH MORE THAN ONE ACCOUNT).
001940*-----------------------------------------------------------
001950 1000-INITIALIZE.
001960     OPEN INPUT CUSTOMER-MASTER.
001990         STOP RUN
002000     END-IF.
002010     PERFORM 1100-CARREGAR-ORDENS THRU 1100-EXIT.
002012     OPEN INPUT LOAN-CONTRACTS.
002014     IF WS-EMPREST-OK
002016         SET WS-EMPREST-ABERTO TO TRUE
002018     END-IF.
002020     DISPLAY "CPF DO CLIENTE (ZEROS = TODOS OS CPFS COM "
002030         "MAIS DE UMA CONTA): ".
002040     ACCEPT WS-CPF-PEDIDO.
004350*-----------------------------------------------------------
004360* 7000-IMPRIMIR-GRUPO
004370* PRINTS ONE CPF GROUP: THE ACCOUNT LINES AND THE NET
004380* POSITION, APPROVED LIMITS, OVERDRAFT IN USE AND LOAN
004385* BALANCE OUTSTANDING. IN THE
004390* SINGLE-CPF INQUIRY THE SAME POSITION ALSO GOES TO THE
004400* CONSOLE.
004410*-----------------------------------------------------------
004540     PERFORM 7100-IMPRIMIR-CONTA THRU 7100-EXIT
004550         VARYING WS-IND FROM 1 BY 1
004560         UNTIL WS-IND > WS-QTDE-NO-GRUPO.
004565     PERFORM 7200-SOMAR-EMPRESTIMOS THRU 7200-EXIT.
004570     MOVE WS-POSICAO-LIQUIDA TO WS-LP-VALOR.
004580     WRITE POSCPF-LINE FROM WS-LINHA-POSICAO.
004590     MOVE WS-TOTAL-LIMITES TO WS-LL-VALOR.
004600     WRITE POSCPF-LINE FROM WS-LINHA-LIMITES.
004610     MOVE WS-LIMITE-UTILIZADO TO WS-LU-VALOR.
004620     WRITE POSCPF-LINE FROM WS-LINHA-UTILIZADO.
004623     MOVE WS-SALDO-EMPRESTIMOS TO WS-LE-VALOR.
004626     WRITE POSCPF-LINE FROM WS-LINHA-EMPRESTIMOS.
004630     WRITE POSCPF-LINE FROM WS-LINHA-SEPARADORA.
004640     IF WS-MODO-CONSULTA
004650         DISPLAY "POSICAO LIQUIDA          : "
004680             WS-TOTAL-LIMITES
004690         DISPLAY "CHEQUE ESPECIAL UTILIZADO: "
004700             WS-LIMITE-UTILIZADO
004703         DISPLAY "SALDO DEVEDOR EMPRESTIMOS: "
004706             WS-SALDO-EMPRESTIMOS
004710     END-IF.
004720 7000-EXIT.
004730     EXIT.
004910     IF WS-GRP-SALDO (WS-GRP-IDX) < ZERO
004920         SUBTRACT WS-GRP-SALDO (WS-GRP-IDX)
004930             FROM WS-LIMITE-UTILIZADO
004931     END-IF.
004932 7100-EXIT.
004933     EXIT.
004934*-----------------------------------------------------------
004935* 7200-SOMAR-EMPRESTIMOS
004936* ADDS UP THE SALDO DEVEDOR OF EVERY ACTIVE LOAN OF THE
004937* GROUPS CPF ON THE EP-CUSTOMER-CPF ALTERNATE KEY.
004938*-----------------------------------------------------------
004939 7200-SOMAR-EMPRESTIMOS.
004940     MOVE ZERO TO WS-SALDO-EMPRESTIMOS.
004941     IF NOT WS-EMPREST-ABERTO
004942         GO TO 7200-EXIT
004943     END-IF.
004944     MOVE "N" TO WS-EOF-EMPREST-SW.
004945     MOVE WS-CPF-CORRENTE TO EP-CUSTOMER-CPF.
004946     START LOAN-CONTRACTS
004947         KEY IS NOT LESS THAN EP-CUSTOMER-CPF
004948         INVALID KEY
004949             SET WS-FIM-DO-EMPREST TO TRUE
004950     END-START.
004951     IF NOT WS-FIM-DO-EMPREST
004952         READ LOAN-CONTRACTS NEXT RECORD
004953             AT END
004954                 SET WS-FIM-DO-EMPREST TO TRUE
004955         END-READ
004956     END-IF.
004957     PERFORM 7210-SOMAR-CONTRATO THRU 7210-EXIT
004958         UNTIL WS-FIM-DO-EMPREST.
004959 7200-EXIT.
004960     EXIT.
004961 7210-SOMAR-CONTRATO.
004962     IF EP-CUSTOMER-CPF NOT = WS-CPF-CORRENTE
004963         SET WS-FIM-DO-EMPREST TO TRUE
004964         GO TO 7210-EXIT
004965     END-IF.
004966     IF EP-CONTRATO-ATIVO
004967         ADD EP-SALDO-DEVEDOR TO WS-SALDO-EMPRESTIMOS
004968     END-IF.
004969     READ LOAN-CONTRACTS NEXT RECORD
004970         AT END
004971             SET WS-FIM-DO-EMPREST TO TRUE
004972     END-READ.
004973 7210-EXIT.
004974     EXIT.
004975*-----------------------------------------------------------
004980* 8000-IMPRIMIR-RESUMO
004990* PRINTS THE COUNT OF CPF GROUPS CONSOLIDATED.
005000*-----------------------------------------------------------
005100 9000-FINALIZE.
005110     CLOSE CUSTOMER-MASTER.
005120     CLOSE POSITION-REPORT.
005122     IF WS-EMPREST-ABERTO
005124         CLOSE LOAN-CONTRACTS
005126     END-IF.
005130     DISPLAY "POSCPF - CONTAS LIDAS     : "
005140         WS-QTDE-CONTAS-LIDAS.
005150     DISPLAY "POSCPF - CPFS CONSOLIDADOS: " WS-QTDE-GRUPOS.
